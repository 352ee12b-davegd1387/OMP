      *-------------------------------------------------*
      *------Open Mainframe Project COBOL 3 / 9.3-------*
      *-------------------------------------------------*
      *--------NIGHTLY STREAM EXCEPTIONS DIGEST---------*
      *-------------------------------------------------*
      *---Runs as the last step of the nightly stream---*
      *---and pulls the night's exception outputs    ---*
      *---into one page for the on-call analyst:     ---*
      *---  - one GOOD/MISSING/ABENDED line for each ---*
      *---    program from the night's RUNCTL records---*
      *---    (last record a START, or an END that is---*
      *---    not GOOD, is an abend; an expected     ---*
      *---    program with no record is missing);    ---*
      *---  - DATEEXCP and UEBALRPT from UNEMPLOY,   ---*
      *---    the UNMPEDIT reject report UEEDTRPT,   ---*
      *---    the UNMPSCRN suspect report UESUSRPT,  ---*
      *---    the UNMPRSUB still-rejected list       ---*
      *---    UERSBRPT and HACKEXCP from HACKER -    ---*
      *---    each read only when its program ran    ---*
      *---    tonight, so last week's report is not  ---*
      *---    reported again;                        ---*
      *---  - RUNAUDIT count-swing flags (RUNRPT) and---*
      *---    RUNGATE holds (UEGATRPT, the night's   ---*
      *---    gate reports concatenated in run       ---*
      *---    order) dated the digest date.          ---*
      *---Every item carries a severity:             ---*
      *---  HOLD STREAM    abend, missing program,   ---*
      *---                 gate still holding        ---*
      *---  CHASE SUPPLIER rejects, date mismatches, ---*
      *---                 screen holds,             ---*
      *---                 out-of-balance keys       ---*
      *---  INFORMATIONAL  HACKER exceptions, count  ---*
      *---                 swings, cleared holds,    ---*
      *---                 reruns, absent reports    ---*
      *---A one-record status file DGSTSTAT carries  ---*
      *---the overall verdict and counts for the     ---*
      *---scheduler and operations console; return   ---*
      *---code 8 on a hold, 4 when only suppliers    ---*
      *---need chasing, else 0.                      ---*
      *---Parameter card (optional):                 ---*
      *---  card 1   digest date YYYYMMDD, cols 1-8  ---*
      *---           (blank = today)                 ---*
      *---  card 2-n programs expected tonight, one  ---*
      *---           per card, cols 1-8 (none given =---*
      *---           the standard nightly stream)    ---*
      *-------------------------------------------------*
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    RUNDIGST.
       AUTHOR.        Dave Driscoll.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PARM-FILE     ASSIGN TO PARMCARD
              FILE STATUS IS PARM-FILE-STATUS.
           SELECT OPTIONAL RUN-CTL       ASSIGN TO RUNCTL
              FILE STATUS IS RUNCTL-FILE-STATUS.
           SELECT OPTIONAL DATE-EXCP-RPT ASSIGN TO DATEEXCP
              FILE STATUS IS DATEEXCP-FILE-STATUS.
           SELECT OPTIONAL BALANCE-RPT   ASSIGN TO UEBALRPT
              FILE STATUS IS BALRPT-FILE-STATUS.
           SELECT OPTIONAL EDIT-RPT      ASSIGN TO UEEDTRPT
              FILE STATUS IS EDIT-RPT-STATUS.
           SELECT OPTIONAL SUSPECT-RPT   ASSIGN TO UESUSRPT
              FILE STATUS IS SUSPECT-RPT-STATUS.
           SELECT OPTIONAL RESUB-RPT     ASSIGN TO UERSBRPT
              FILE STATUS IS RESUB-RPT-STATUS.
           SELECT OPTIONAL HACKER-EXCP-RPT ASSIGN TO HACKEXCP
              FILE STATUS IS HACKEXCP-FILE-STATUS.
           SELECT OPTIONAL AUDIT-RPT     ASSIGN TO RUNRPT
              FILE STATUS IS AUDIT-FILE-STATUS.
           SELECT OPTIONAL GATE-RPT      ASSIGN TO UEGATRPT
              FILE STATUS IS GATE-RPT-STATUS.
           SELECT DIGEST-RPT             ASSIGN TO DGSTRPT
              FILE STATUS IS DIGEST-RPT-STATUS.
           SELECT DIGEST-STATUS          ASSIGN TO DGSTSTAT
              FILE STATUS IS DIGEST-STAT-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  PARM-FILE             RECORDING MODE F.
       01  PARM-REC              PIC X(80).
      * Same layout as written by every program in the stream.
       FD  RUN-CTL               RECORDING MODE F.
       01  RUN-CTL-REC.
           05 RC-RUN-DATE        PIC X(8).
           05 RC-RUN-TIME        PIC X(6).
           05 RC-PROGRAM         PIC X(8).
           05 RC-PHASE           PIC X(5).
           05 RC-STATUS          PIC X(4).
           05 RC-COUNTS.
               10 RC-COUNT       PIC 9(8) OCCURS 10 TIMES.
           05 FILLER             PIC X(9).
      * UNEMPLOY date-mismatch line: area key, " FILE=", the
      * one-letter code of the feed being loaded.
       FD  DATE-EXCP-RPT         RECORDING MODE F.
       01  DATE-EXCP-REC.
           05 DX-AREA-KEY        PIC X(8).
           05 DX-FILE-TAG        PIC X(6).
           05 DX-FILE-CODE       PIC X.
           05 FILLER             PIC X(70).
       FD  BALANCE-RPT           RECORDING MODE F.
       01  BALANCE-RPT-REC       PIC X(132).
      * UNMPEDIT and UNMPRSUB reject lines: file DD, record number,
      * reason, record content.  Heading and totals lines have no
      * record number in columns 10-17.
       FD  EDIT-RPT              RECORDING MODE F.
       01  EDIT-RPT-REC.
           05 ER-FILE-NAME       PIC X(8).
           05 FILLER             PIC X.
           05 ER-RECORD-NUM      PIC X(8).
           05 FILLER             PIC X(115).
      * UNMPSCRN suspect lines: feed DD, area key, period, then
      * the counts and reason.  Heading and totals lines have no
      * area key in columns 10-17.
       FD  SUSPECT-RPT           RECORDING MODE F.
       01  SUSPECT-RPT-REC.
           05 SR-FILE-NAME       PIC X(8).
           05 FILLER             PIC X.
           05 SR-AREA-KEY        PIC X(8).
           05 FILLER             PIC X(115).
       FD  RESUB-RPT             RECORDING MODE F.
       01  RESUB-RPT-REC.
           05 RR-FILE-NAME       PIC X(8).
           05 FILLER             PIC X.
           05 RR-RECORD-NUM      PIC X(8).
           05 FILLER             PIC X(115).
       FD  HACKER-EXCP-RPT       RECORDING MODE F.
       01  HACKER-EXCP-REC       PIC X(143).
      * RUNAUDIT history line; the deviation flag is in 128-158.
       FD  AUDIT-RPT             RECORDING MODE F.
       01  AUDIT-RPT-REC.
           05 AR-RUN-DATE        PIC X(8).
           05 FILLER             PIC X(8).
           05 AR-PROGRAM         PIC X(8).
           05 FILLER             PIC X(103).
           05 AR-DEVIATION-FLAG  PIC X(31).
           05 FILLER             PIC X(2).
       FD  GATE-RPT              RECORDING MODE F.
       01  GATE-RPT-REC          PIC X(80).
       FD  DIGEST-RPT            RECORDING MODE F.
       01  DIGEST-RPT-REC        PIC X(132).
      * One record per digest run for the scheduler/console.
      * DS-OVERALL is HOLD, CHASE, INFO or CLEAN.
       FD  DIGEST-STATUS         RECORDING MODE F.
       01  DIGEST-STATUS-REC.
           05 DS-RUN-DATE        PIC X(8).
           05 DS-RUN-TIME        PIC X(6).
           05 DS-PROGRAM         PIC X(8).
           05 DS-DIGEST-DATE     PIC X(8).
           05 DS-OVERALL         PIC X(5).
           05 DS-RETURN-CODE     PIC 9(2).
           05 DS-HOLD-COUNT      PIC 9(4).
           05 DS-CHASE-COUNT     PIC 9(4).
           05 DS-INFO-COUNT      PIC 9(4).
           05 DS-PGM-GOOD        PIC 9(3).
           05 DS-PGM-MISSING     PIC 9(3).
           05 DS-PGM-ABENDED     PIC 9(3).
           05 FILLER             PIC X(22).

       WORKING-STORAGE SECTION.
       01 FLAGS.
         05 EOF-FLAG           PIC X VALUE SPACE.
           88 EOF               VALUE 'Y'.
         05 EOF-PARM-FLAG      PIC X VALUE SPACE.
           88 EOF-PARM          VALUE 'Y'.
         05 OWNER-RAN-FLAG     PIC X VALUE 'N'.
           88 OWNER-RAN         VALUE 'Y'.
         05 PARM-LIST-FLAG     PIC X VALUE 'N'.
           88 PARM-LIST-GIVEN   VALUE 'Y'.

       01 DIGEST-DATE          PIC X(8) VALUE SPACES.
       01 DIGEST-DATE-NUM REDEFINES DIGEST-DATE PIC 9(8).
       01 ACCEPT-DATE          PIC X(8).
       01 ACCEPT-TIME          PIC X(8).
       01 OWNER-NAME           PIC X(8).
       01 PARM-CARD-CTR        PIC 9(4) VALUE 0.

      * The standard nightly stream, in run order, used when the
      * parameter card names no programs.
       01 STREAM-PGM-SUB       PIC 9(2) VALUE 0.
       01 STREAM-PGM-LIST.
         05 FILLER             PIC X(8) VALUE "UNMPEDIT".
         05 FILLER             PIC X(8) VALUE "UNMPSCRN".
         05 FILLER             PIC X(8) VALUE "UNEMPLOY".
         05 FILLER             PIC X(8) VALUE "UNMPROLL".
         05 FILLER             PIC X(8) VALUE "UNMPRATE".
         05 FILLER             PIC X(8) VALUE "UNMPINQ".
         05 FILLER             PIC X(8) VALUE "UNMPTRND".
         05 FILLER             PIC X(8) VALUE "UNMPRANK".
         05 FILLER             PIC X(8) VALUE "UNMPFEED".
         05 FILLER             PIC X(8) VALUE "UNMPCOMP".
         05 FILLER             PIC X(8) VALUE "UNMPPAGG".
         05 FILLER             PIC X(8) VALUE "HACKER".
       01 STREAM-PGM-TABLE REDEFINES STREAM-PGM-LIST.
         05 STREAM-PGM         PIC X(8) OCCURS 12 TIMES.

      * One entry per program expected tonight or seen on RUNCTL
      * for the digest date: phase/status/time of its last record
      * that day and its START/END counts for the day.
       01 PGM-COUNT            PIC 9(2) VALUE 0.
       01 PGM-TABLE.
         05 PGM-ENTRY OCCURS 0 TO 40 TIMES
           DEPENDING ON PGM-COUNT
           INDEXED BY PGM-IDX.
             10 PGM-NAME       PIC X(8).
             10 PGM-EXPECTED-FLAG PIC X.
               88 PGM-EXPECTED  VALUE 'Y'.
             10 PGM-LAST-PHASE PIC X(5).
             10 PGM-LAST-STATUS PIC X(4).
             10 PGM-LAST-TIME  PIC X(6).
             10 PGM-START-CTR  PIC 9(5).
             10 PGM-END-CTR    PIC 9(5).
             10 PGM-NIGHT-STATUS PIC X(8).
               88 PGM-NIGHT-GOOD    VALUE "GOOD".
               88 PGM-NIGHT-MISSING VALUE "MISSING".
               88 PGM-NIGHT-ABENDED VALUE "ABENDED".
       01 PGM-TABLE-MAX        PIC 9(2) VALUE 40.
       01 CURRENT-PGM-IDX      PIC 9(2) VALUE 0.
       01 ADD-PGM-NAME         PIC X(8).

      * Gate verdicts for the digest date, by stage, so a hold
      * that a later gate run cleared is not reported as holding.
       01 GATE-CHECK-DATE      PIC X(8) VALUE SPACES.
       01 GATE-COUNT           PIC 9(2) VALUE 0.
       01 GATE-TABLE.
         05 GATE-ENTRY OCCURS 0 TO 40 TIMES
           DEPENDING ON GATE-COUNT
           INDEXED BY GATE-IDX.
             10 GATE-STAGE     PIC X(8).
             10 GATE-LAST-VERDICT PIC X(5).
             10 GATE-HOLD-CTR  PIC 9(5).
       01 GATE-TABLE-MAX       PIC 9(2) VALUE 40.
       01 GATE-VERDICT-WORK    PIC X(5).
       01 GATE-STAGE-WORK      PIC X(8).

      * Digest items.  Repeated occurrences of the same source and
      * subject (e.g. rejects on one feed) are one item with a
      * count.  Items past the table size are still counted in the
      * severity totals and noted at the foot of the page.
       01 ITEM-COUNT           PIC 9(3) VALUE 0.
       01 ITEM-TABLE.
         05 ITEM-ENTRY OCCURS 0 TO 60 TIMES
           DEPENDING ON ITEM-COUNT
           INDEXED BY ITEM-IDX.
             10 ITEM-SEVERITY  PIC X.
               88 ITEM-HOLD     VALUE 'H'.
               88 ITEM-CHASE    VALUE 'C'.
               88 ITEM-INFO     VALUE 'I'.
             10 ITEM-SOURCE    PIC X(8).
             10 ITEM-SUBJECT   PIC X(8).
             10 ITEM-TALLY     PIC 9(8).
             10 ITEM-TEXT      PIC X(40).
       01 ITEM-TABLE-MAX       PIC 9(3) VALUE 60.
       01 NEW-ITEM.
         05 NEW-ITEM-SEVERITY  PIC X.
         05 NEW-ITEM-SOURCE    PIC X(8).
         05 NEW-ITEM-SUBJECT   PIC X(8).
         05 NEW-ITEM-TALLY     PIC 9(8).
         05 NEW-ITEM-TEXT      PIC X(40).
       01 PRINT-SEVERITY       PIC X.
       01 SEVERITY-TEXT        PIC X(14).

       01 HOLD-CTR             PIC 9(4) VALUE 0.
       01 CHASE-CTR            PIC 9(4) VALUE 0.
       01 INFO-CTR             PIC 9(4) VALUE 0.
       01 ITEM-OVERFLOW-CTR    PIC 9(4) VALUE 0.
       01 PGM-GOOD-CTR         PIC 9(3) VALUE 0.
       01 PGM-MISSING-CTR      PIC 9(3) VALUE 0.
       01 PGM-ABENDED-CTR      PIC 9(3) VALUE 0.
       01 RECORD-CTR           PIC 9(8) VALUE 0.
       01 BALANCE-FLAG-CTR     PIC 9(4) VALUE 0.
       01 OVERALL-STATUS       PIC X(5) VALUE "CLEAN".
       01 DIGEST-RETURN-CODE   PIC 9(2) VALUE 0.

       01 PARM-FILE-STATUS     PIC X(02) VALUE SPACES.
       01 RUNCTL-FILE-STATUS   PIC X(02) VALUE SPACES.
       01 DATEEXCP-FILE-STATUS PIC X(02) VALUE SPACES.
       01 BALRPT-FILE-STATUS   PIC X(02) VALUE SPACES.
       01 EDIT-RPT-STATUS      PIC X(02) VALUE SPACES.
       01 SUSPECT-RPT-STATUS   PIC X(02) VALUE SPACES.
       01 RESUB-RPT-STATUS     PIC X(02) VALUE SPACES.
       01 HACKEXCP-FILE-STATUS PIC X(02) VALUE SPACES.
       01 AUDIT-FILE-STATUS    PIC X(02) VALUE SPACES.
       01 GATE-RPT-STATUS      PIC X(02) VALUE SPACES.
       01 DIGEST-RPT-STATUS    PIC X(02) VALUE SPACES.
       01 DIGEST-STAT-STATUS   PIC X(02) VALUE SPACES.

      *------------------
       PROCEDURE DIVISION.
      *------------------
       0000-MAIN.
           PERFORM 0100-OPEN-FILES.
           PERFORM 0150-READ-PARMS.
           PERFORM 0200-TALLY-RUN-CONTROL.
           PERFORM 0300-SET-NIGHT-STATUS.
           PERFORM 0400-SCAN-DATE-EXCEPTIONS.
           PERFORM 0410-SCAN-BALANCE-REPORT.
           PERFORM 0420-SCAN-EDIT-REJECTS.
           PERFORM 0430-SCAN-RESUB-REJECTS.
           PERFORM 0440-SCAN-HACKER-EXCEPTIONS.
           PERFORM 0450-SCAN-AUDIT-SWINGS.
           PERFORM 0460-SCAN-GATE-HOLDS.
           PERFORM 0490-SCAN-SCREEN-HOLDS.
           PERFORM 0500-SET-OVERALL-STATUS.
           PERFORM 0700-WRITE-DIGEST.
           PERFORM 0800-WRITE-STATUS-RECORD.
           PERFORM 0900-CLOSE-FILES.
           DISPLAY "DIGEST FOR " DIGEST-DATE " - " OVERALL-STATUS
                   " - HOLD=" HOLD-CTR " CHASE=" CHASE-CTR
                   " INFO=" INFO-CTR.
           MOVE DIGEST-RETURN-CODE TO RETURN-CODE.
           GOBACK.

       0100-OPEN-FILES.
           OPEN INPUT PARM-FILE.
           OPEN INPUT RUN-CTL.
           IF RUNCTL-FILE-STATUS NOT = "00"
              AND RUNCTL-FILE-STATUS NOT = "05"
              DISPLAY "OPEN RUNCTL FILE-STATUS IS "
                      RUNCTL-FILE-STATUS " ENDING..."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN INPUT DATE-EXCP-RPT,
                      BALANCE-RPT,
                      EDIT-RPT,
                      SUSPECT-RPT,
                      RESUB-RPT,
                      HACKER-EXCP-RPT,
                      AUDIT-RPT,
                      GATE-RPT.
           OPEN OUTPUT DIGEST-RPT.
           IF DIGEST-RPT-STATUS NOT = "00"
              DISPLAY "OPEN DGSTRPT FILE-STATUS IS "
                      DIGEST-RPT-STATUS " ENDING..."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT DIGEST-STATUS.
           IF DIGEST-STAT-STATUS NOT = "00"
              DISPLAY "OPEN DGSTSTAT FILE-STATUS IS "
                      DIGEST-STAT-STATUS " ENDING..."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           ACCEPT ACCEPT-DATE FROM DATE YYYYMMDD.
           ACCEPT ACCEPT-TIME FROM TIME.

      *----------------------------------------------------------
      * Card 1 is the digest date (blank = today), so a digest
      * can be rerun for a night that has passed.  Any further
      * cards replace the standard stream list.
      *----------------------------------------------------------
       0150-READ-PARMS.
           MOVE ACCEPT-DATE TO DIGEST-DATE.
           PERFORM UNTIL EOF-PARM
              READ PARM-FILE
                AT END SET EOF-PARM TO TRUE
                NOT AT END
                   ADD 1 TO PARM-CARD-CTR
                   PERFORM 0160-APPLY-PARM-CARD
              END-READ
           END-PERFORM.
           IF NOT PARM-LIST-GIVEN
              PERFORM VARYING STREAM-PGM-SUB FROM 1 BY 1
                 UNTIL STREAM-PGM-SUB > 12
                 MOVE STREAM-PGM(STREAM-PGM-SUB) TO ADD-PGM-NAME
                 PERFORM 0170-ADD-EXPECTED-PROGRAM
              END-PERFORM
           END-IF.

       0160-APPLY-PARM-CARD.
           IF PARM-CARD-CTR = 1
              IF PARM-REC(1:8) NOT = SPACES
                 MOVE PARM-REC(1:8) TO DIGEST-DATE
                 IF DIGEST-DATE IS NOT NUMERIC
                    DISPLAY "PARMCARD DIGEST DATE " DIGEST-DATE
                            " IS NOT YYYYMMDD - ENDING..."
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 IF FUNCTION TEST-DATE-YYYYMMDD(DIGEST-DATE-NUM)
                    NOT = 0
                    DISPLAY "PARMCARD DIGEST DATE " DIGEST-DATE
                            " IS NOT A VALID DATE - ENDING..."
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
              END-IF
           ELSE
              IF PARM-REC(1:8) NOT = SPACES
                 SET PARM-LIST-GIVEN TO TRUE
                 MOVE PARM-REC(1:8) TO ADD-PGM-NAME
                 PERFORM 0170-ADD-EXPECTED-PROGRAM
              END-IF
           END-IF.

       0170-ADD-EXPECTED-PROGRAM.
           PERFORM 0220-FIND-OR-ADD-PROGRAM.
           MOVE 'Y' TO PGM-EXPECTED-FLAG(CURRENT-PGM-IDX).

      *----------------------------------------------------------
      * Only the digest date's run-control records count.  The
      * last record of the day decides the program's status, as
      * in RUNGATE: a clean rerun after an abend writes a new
      * START/END pair and the program is GOOD for the night.
      *----------------------------------------------------------
       0200-TALLY-RUN-CONTROL.
           IF RUNCTL-FILE-STATUS NOT = "00"
              SET EOF TO TRUE
           END-IF.
           PERFORM UNTIL EOF
              READ RUN-CTL
                AT END SET EOF TO TRUE
                NOT AT END
                   ADD 1 TO RECORD-CTR
                   IF RC-RUN-DATE = DIGEST-DATE
                      PERFORM 0210-TALLY-ONE-RECORD
                   END-IF
              END-READ
           END-PERFORM.

       0210-TALLY-ONE-RECORD.
           MOVE RC-PROGRAM TO ADD-PGM-NAME.
           PERFORM 0220-FIND-OR-ADD-PROGRAM.
           MOVE RC-PHASE    TO PGM-LAST-PHASE(CURRENT-PGM-IDX).
           MOVE RC-STATUS   TO PGM-LAST-STATUS(CURRENT-PGM-IDX).
           MOVE RC-RUN-TIME TO PGM-LAST-TIME(CURRENT-PGM-IDX).
           EVALUATE RC-PHASE
              WHEN "START"
                 ADD 1 TO PGM-START-CTR(CURRENT-PGM-IDX)
              WHEN "END"
                 ADD 1 TO PGM-END-CTR(CURRENT-PGM-IDX)
           END-EVALUATE.

       0220-FIND-OR-ADD-PROGRAM.
           SET PGM-IDX TO 1.
           SEARCH PGM-ENTRY VARYING PGM-IDX
             AT END PERFORM 0230-ADD-PROGRAM
             WHEN PGM-NAME(PGM-IDX) = ADD-PGM-NAME
                SET CURRENT-PGM-IDX TO PGM-IDX
           END-SEARCH.

       0230-ADD-PROGRAM.
           IF PGM-COUNT >= PGM-TABLE-MAX
              DISPLAY "PROGRAM TABLE CAPACITY OF " PGM-TABLE-MAX
                      " EXCEEDED - ENDING..."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO PGM-COUNT
           INITIALIZE PGM-ENTRY(PGM-COUNT)
           MOVE 'N'          TO PGM-EXPECTED-FLAG(PGM-COUNT)
           MOVE ADD-PGM-NAME TO PGM-NAME(PGM-COUNT)
           MOVE PGM-COUNT    TO CURRENT-PGM-IDX.

       0300-SET-NIGHT-STATUS.
           PERFORM VARYING PGM-IDX FROM 1 BY 1
              UNTIL PGM-IDX > PGM-COUNT
              EVALUATE TRUE
                 WHEN PGM-LAST-PHASE(PGM-IDX) = SPACES
                    SET PGM-NIGHT-MISSING(PGM-IDX) TO TRUE
                    ADD 1 TO PGM-MISSING-CTR
                 WHEN PGM-LAST-PHASE(PGM-IDX) = "END"
                    AND PGM-LAST-STATUS(PGM-IDX) = "GOOD"
                    SET PGM-NIGHT-GOOD(PGM-IDX) TO TRUE
                    ADD 1 TO PGM-GOOD-CTR
                 WHEN OTHER
                    SET PGM-NIGHT-ABENDED(PGM-IDX) TO TRUE
                    ADD 1 TO PGM-ABENDED-CTR
              END-EVALUATE
              PERFORM 0310-ADD-PROGRAM-ITEM
           END-PERFORM.

       0310-ADD-PROGRAM-ITEM.
           MOVE "RUNCTL"          TO NEW-ITEM-SOURCE.
           MOVE PGM-NAME(PGM-IDX) TO NEW-ITEM-SUBJECT.
           MOVE 1                 TO NEW-ITEM-TALLY.
           EVALUATE TRUE
              WHEN PGM-NIGHT-MISSING(PGM-IDX)
                 MOVE 'H' TO NEW-ITEM-SEVERITY
                 MOVE "EXPECTED TONIGHT - NO RUN RECORDED"
                   TO NEW-ITEM-TEXT
                 PERFORM 0600-ADD-ITEM
              WHEN PGM-NIGHT-ABENDED(PGM-IDX)
                 AND PGM-LAST-PHASE(PGM-IDX) = "START"
                 MOVE 'H' TO NEW-ITEM-SEVERITY
                 MOVE "LAST RECORD IS START - NO END"
                   TO NEW-ITEM-TEXT
                 PERFORM 0600-ADD-ITEM
              WHEN PGM-NIGHT-ABENDED(PGM-IDX)
                 MOVE 'H' TO NEW-ITEM-SEVERITY
                 MOVE SPACES TO NEW-ITEM-TEXT
                 STRING "END RECORD STATUS IS NOT GOOD: "
                                          DELIMITED BY SIZE
                        PGM-LAST-STATUS(PGM-IDX) DELIMITED BY SIZE
                   INTO NEW-ITEM-TEXT
                 END-STRING
                 PERFORM 0600-ADD-ITEM
              WHEN PGM-START-CTR(PGM-IDX) > PGM-END-CTR(PGM-IDX)
                 MOVE 'I' TO NEW-ITEM-SEVERITY
                 MOVE "ABENDED EARLIER - RERUN ENDED GOOD"
                   TO NEW-ITEM-TEXT
                 PERFORM 0600-ADD-ITEM
           END-EVALUATE.

      *----------------------------------------------------------
      * A report is read only if the program that writes it ran
      * on the digest date; otherwise what is on the DD is an
      * earlier night's output.  A program that ran but left no
      * report behind is noted for information.
      *----------------------------------------------------------
       0380-CHECK-OWNER-RAN.
           MOVE 'N' TO OWNER-RAN-FLAG.
           SET PGM-IDX TO 1.
           SEARCH PGM-ENTRY VARYING PGM-IDX
             AT END CONTINUE
             WHEN PGM-NAME(PGM-IDX) = OWNER-NAME
                IF NOT PGM-NIGHT-MISSING(PGM-IDX)
                   SET OWNER-RAN TO TRUE
                END-IF
           END-SEARCH.

       0390-NOTE-REPORT-ABSENT.
           MOVE 'I'        TO NEW-ITEM-SEVERITY.
           MOVE OWNER-NAME TO NEW-ITEM-SUBJECT.
           MOVE 1          TO NEW-ITEM-TALLY.
           MOVE "REPORT NOT PRESENT - NOT CHECKED"
             TO NEW-ITEM-TEXT.
           PERFORM 0600-ADD-ITEM.

       0400-SCAN-DATE-EXCEPTIONS.
           MOVE "UNEMPLOY" TO OWNER-NAME.
           PERFORM 0380-CHECK-OWNER-RAN.
           IF OWNER-RAN
              IF DATEEXCP-FILE-STATUS NOT = "00"
                 MOVE "DATEEXCP" TO NEW-ITEM-SOURCE
                 PERFORM 0390-NOTE-REPORT-ABSENT
              ELSE
                 MOVE SPACE TO EOF-FLAG
                 PERFORM UNTIL EOF
                    READ DATE-EXCP-RPT
                      AT END SET EOF TO TRUE
                      NOT AT END
                         IF DX-FILE-TAG = " FILE="
                            PERFORM 0405-ADD-DATE-EXCEPTION
                         END-IF
                    END-READ
                 END-PERFORM
              END-IF
           END-IF.

      * The feed letter UNEMPLOY writes is mapped back to the DD
      * of the clean file it was loading, so the item names the
      * feed whose supplier is to be chased.
       0405-ADD-DATE-EXCEPTION.
           MOVE 'C'        TO NEW-ITEM-SEVERITY.
           MOVE "DATEEXCP" TO NEW-ITEM-SOURCE.
           MOVE 1          TO NEW-ITEM-TALLY.
           MOVE "RECORDS DATED OFF THE RUN REPORTING DATE"
             TO NEW-ITEM-TEXT.
           EVALUATE DX-FILE-CODE
              WHEN 'R'   MOVE "UNMPRACE" TO NEW-ITEM-SUBJECT
              WHEN 'S'   MOVE "UNMPSEX"  TO NEW-ITEM-SUBJECT
              WHEN 'E'   MOVE "UNMPETHN" TO NEW-ITEM-SUBJECT
              WHEN 'A'   MOVE "UNMPAGE"  TO NEW-ITEM-SUBJECT
              WHEN 'I'   MOVE "UNMPIND"  TO NEW-ITEM-SUBJECT
              WHEN 'V'   MOVE "UNMPVET"  TO NEW-ITEM-SUBJECT
              WHEN OTHER MOVE "UNEMPLOY" TO NEW-ITEM-SUBJECT
           END-EVALUATE.
           PERFORM 0600-ADD-ITEM.

       0410-SCAN-BALANCE-REPORT.
           MOVE "UNEMPLOY" TO OWNER-NAME.
           PERFORM 0380-CHECK-OWNER-RAN.
           IF OWNER-RAN
              IF BALRPT-FILE-STATUS NOT = "00"
                 MOVE "UEBALRPT" TO NEW-ITEM-SOURCE
                 PERFORM 0390-NOTE-REPORT-ABSENT
              ELSE
                 MOVE SPACE TO EOF-FLAG
                 PERFORM UNTIL EOF
                    READ BALANCE-RPT
                      AT END SET EOF TO TRUE
                      NOT AT END
                         MOVE 0 TO BALANCE-FLAG-CTR
                         INSPECT BALANCE-RPT-REC
                           TALLYING BALANCE-FLAG-CTR
                           FOR ALL "*** OUT OF BALANCE ***"
                         IF BALANCE-FLAG-CTR > 0
                            PERFORM 0415-ADD-OUT-OF-BALANCE
                         END-IF
                    END-READ
                 END-PERFORM
              END-IF
           END-IF.

       0415-ADD-OUT-OF-BALANCE.
           MOVE 'C'        TO NEW-ITEM-SEVERITY.
           MOVE "UEBALRPT" TO NEW-ITEM-SOURCE.
           MOVE "UNEMPLOY" TO NEW-ITEM-SUBJECT.
           MOVE 1          TO NEW-ITEM-TALLY.
           MOVE "AREA KEYS OUT OF BALANCE ACROSS GROUPS"
             TO NEW-ITEM-TEXT.
           PERFORM 0600-ADD-ITEM.

       0420-SCAN-EDIT-REJECTS.
           MOVE "UNMPEDIT" TO OWNER-NAME.
           PERFORM 0380-CHECK-OWNER-RAN.
           IF OWNER-RAN
              IF EDIT-RPT-STATUS NOT = "00"
                 MOVE "UEEDTRPT" TO NEW-ITEM-SOURCE
                 PERFORM 0390-NOTE-REPORT-ABSENT
              ELSE
                 MOVE SPACE TO EOF-FLAG
                 PERFORM UNTIL EOF
                    READ EDIT-RPT
                      AT END SET EOF TO TRUE
                      NOT AT END
                         IF ER-RECORD-NUM IS NUMERIC
                            PERFORM 0425-ADD-EDIT-REJECT
                         END-IF
                    END-READ
                 END-PERFORM
              END-IF
           END-IF.

       0425-ADD-EDIT-REJECT.
           MOVE 'C'          TO NEW-ITEM-SEVERITY.
           MOVE "UEEDTRPT"   TO NEW-ITEM-SOURCE.
           MOVE ER-FILE-NAME TO NEW-ITEM-SUBJECT.
           MOVE 1            TO NEW-ITEM-TALLY.
           MOVE "SUPPLIER RECORDS REJECTED BY THE EDIT"
             TO NEW-ITEM-TEXT.
           PERFORM 0600-ADD-ITEM.

       0430-SCAN-RESUB-REJECTS.
           MOVE "UNMPRSUB" TO OWNER-NAME.
           PERFORM 0380-CHECK-OWNER-RAN.
           IF OWNER-RAN
              IF RESUB-RPT-STATUS NOT = "00"
                 MOVE "UERSBRPT" TO NEW-ITEM-SOURCE
                 PERFORM 0390-NOTE-REPORT-ABSENT
              ELSE
                 MOVE SPACE TO EOF-FLAG
                 PERFORM UNTIL EOF
                    READ RESUB-RPT
                      AT END SET EOF TO TRUE
                      NOT AT END
                         IF RR-RECORD-NUM IS NUMERIC
                            PERFORM 0435-ADD-RESUB-REJECT
                         END-IF
                    END-READ
                 END-PERFORM
              END-IF
           END-IF.

       0435-ADD-RESUB-REJECT.
           MOVE 'C'          TO NEW-ITEM-SEVERITY.
           MOVE "UERSBRPT"   TO NEW-ITEM-SOURCE.
           MOVE RR-FILE-NAME TO NEW-ITEM-SUBJECT.
           MOVE 1            TO NEW-ITEM-TALLY.
           MOVE "CORRECTED RECORDS STILL REJECTED"
             TO NEW-ITEM-TEXT.
           PERFORM 0600-ADD-ITEM.

       0440-SCAN-HACKER-EXCEPTIONS.
           MOVE "HACKER" TO OWNER-NAME.
           PERFORM 0380-CHECK-OWNER-RAN.
           IF OWNER-RAN
              IF HACKEXCP-FILE-STATUS NOT = "00"
                 MOVE "HACKEXCP" TO NEW-ITEM-SOURCE
                 PERFORM 0390-NOTE-REPORT-ABSENT
              ELSE
                 MOVE SPACE TO EOF-FLAG
                 PERFORM UNTIL EOF
                    READ HACKER-EXCP-RPT
                      AT END SET EOF TO TRUE
                      NOT AT END
                         IF HACKER-EXCP-REC NOT = SPACES
                            PERFORM 0445-ADD-HACKER-EXCEPTION
                         END-IF
                    END-READ
                 END-PERFORM
              END-IF
           END-IF.

       0445-ADD-HACKER-EXCEPTION.
           MOVE 'I'        TO NEW-ITEM-SEVERITY.
           MOVE "HACKEXCP" TO NEW-ITEM-SOURCE.
           MOVE "HACKER"   TO NEW-ITEM-SUBJECT.
           MOVE 1          TO NEW-ITEM-TALLY.
           MOVE "STORIES SET ASIDE AS FEED EXCEPTIONS"
             TO NEW-ITEM-TEXT.
           PERFORM 0600-ADD-ITEM.

      * RUNAUDIT prints the whole history; only lines for runs on
      * the digest date are taken.
       0450-SCAN-AUDIT-SWINGS.
           IF AUDIT-FILE-STATUS = "00"
              MOVE SPACE TO EOF-FLAG
              PERFORM UNTIL EOF
                 READ AUDIT-RPT
                   AT END SET EOF TO TRUE
                   NOT AT END
                      IF AR-RUN-DATE = DIGEST-DATE
                         AND AR-DEVIATION-FLAG =
                             "*** DEVIATES FROM PRIOR RUN ***"
                         PERFORM 0455-ADD-AUDIT-SWING
                      END-IF
                 END-READ
              END-PERFORM
           END-IF.

       0455-ADD-AUDIT-SWING.
           MOVE 'I'        TO NEW-ITEM-SEVERITY.
           MOVE "RUNRPT"   TO NEW-ITEM-SOURCE.
           MOVE AR-PROGRAM TO NEW-ITEM-SUBJECT.
           MOVE 1          TO NEW-ITEM-TALLY.
           MOVE "RUN COUNTS MOVED BY OVER HALF VS PRIOR"
             TO NEW-ITEM-TEXT.
           PERFORM 0600-ADD-ITEM.

      *----------------------------------------------------------
      * Each gate report starts with its check line (stage and
      * date) and ends with its verdict.  The last verdict per
      * stage on the digest date decides: still HOLD holds the
      * digest, a hold cleared by a later gate run is information.
      *----------------------------------------------------------
       0460-SCAN-GATE-HOLDS.
           IF GATE-RPT-STATUS = "00"
              MOVE SPACE TO EOF-FLAG
              PERFORM UNTIL EOF
                 READ GATE-RPT
                   AT END SET EOF TO TRUE
                   NOT AT END
                      PERFORM 0465-TALLY-GATE-LINE
                 END-READ
              END-PERFORM
           END-IF.
           PERFORM VARYING GATE-IDX FROM 1 BY 1
              UNTIL GATE-IDX > GATE-COUNT
              IF GATE-HOLD-CTR(GATE-IDX) > 0
                 PERFORM 0480-ADD-GATE-ITEM
              END-IF
           END-PERFORM.

       0465-TALLY-GATE-LINE.
           EVALUATE TRUE
              WHEN GATE-RPT-REC(1:21) = "GATE CHECK FOR STAGE "
                 MOVE GATE-RPT-REC(34:8) TO GATE-CHECK-DATE
              WHEN GATE-CHECK-DATE NOT = DIGEST-DATE
                 CONTINUE
              WHEN GATE-RPT-REC(1:14) = "VERDICT: HOLD "
                 MOVE "HOLD"              TO GATE-VERDICT-WORK
                 MOVE GATE-RPT-REC(15:8)  TO GATE-STAGE-WORK
                 PERFORM 0470-RECORD-GATE-VERDICT
              WHEN GATE-RPT-REC(1:15) = "VERDICT: CLEAR "
                 MOVE "CLEAR"             TO GATE-VERDICT-WORK
                 MOVE GATE-RPT-REC(16:8)  TO GATE-STAGE-WORK
                 PERFORM 0470-RECORD-GATE-VERDICT
           END-EVALUATE.

       0470-RECORD-GATE-VERDICT.
           SET GATE-IDX TO 1.
           SEARCH GATE-ENTRY VARYING GATE-IDX
             AT END PERFORM 0475-ADD-GATE-STAGE
             WHEN GATE-STAGE(GATE-IDX) = GATE-STAGE-WORK
                CONTINUE
           END-SEARCH.
           MOVE GATE-VERDICT-WORK TO GATE-LAST-VERDICT(GATE-IDX).
           IF GATE-VERDICT-WORK = "HOLD"
              ADD 1 TO GATE-HOLD-CTR(GATE-IDX)
           END-IF.

       0475-ADD-GATE-STAGE.
           IF GATE-COUNT >= GATE-TABLE-MAX
              DISPLAY "GATE STAGE TABLE CAPACITY OF " GATE-TABLE-MAX
                      " EXCEEDED - ENDING..."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO GATE-COUNT
           INITIALIZE GATE-ENTRY(GATE-COUNT)
           MOVE GATE-STAGE-WORK TO GATE-STAGE(GATE-COUNT)
           SET GATE-IDX TO GATE-COUNT.

       0480-ADD-GATE-ITEM.
           MOVE "UEGATRPT"              TO NEW-ITEM-SOURCE.
           MOVE GATE-STAGE(GATE-IDX)    TO NEW-ITEM-SUBJECT.
           MOVE GATE-HOLD-CTR(GATE-IDX) TO NEW-ITEM-TALLY.
           IF GATE-LAST-VERDICT(GATE-IDX) = "HOLD"
              MOVE 'H' TO NEW-ITEM-SEVERITY
              MOVE "GATE HOLDING STAGE - NOT CLEARED"
                TO NEW-ITEM-TEXT
           ELSE
              MOVE 'I' TO NEW-ITEM-SEVERITY
              MOVE "GATE HELD STAGE - CLEARED ON LATER CHECK"
                TO NEW-ITEM-TEXT
           END-IF.
           PERFORM 0600-ADD-ITEM.

      * Every line UNMPSCRN lists is a record kept out of the load
      * until the supplier confirms or corrects it - including one
      * held by an earlier run and listed again as already held.
       0490-SCAN-SCREEN-HOLDS.
           MOVE "UNMPSCRN" TO OWNER-NAME.
           PERFORM 0380-CHECK-OWNER-RAN.
           IF OWNER-RAN
              IF SUSPECT-RPT-STATUS NOT = "00"
                 MOVE "UESUSRPT" TO NEW-ITEM-SOURCE
                 PERFORM 0390-NOTE-REPORT-ABSENT
              ELSE
                 MOVE SPACE TO EOF-FLAG
                 PERFORM UNTIL EOF
                    READ SUSPECT-RPT
                      AT END SET EOF TO TRUE
                      NOT AT END
                         IF SR-AREA-KEY IS NUMERIC
                            PERFORM 0495-ADD-SCREEN-HOLD
                         END-IF
                    END-READ
                 END-PERFORM
              END-IF
           END-IF.

       0495-ADD-SCREEN-HOLD.
           MOVE 'C'          TO NEW-ITEM-SEVERITY.
           MOVE "UESUSRPT"   TO NEW-ITEM-SOURCE.
           MOVE SR-FILE-NAME TO NEW-ITEM-SUBJECT.
           MOVE 1            TO NEW-ITEM-TALLY.
           MOVE "RECORDS HELD BY THE PLAUSIBILITY SCREEN"
             TO NEW-ITEM-TEXT.
           PERFORM 0600-ADD-ITEM.

       0500-SET-OVERALL-STATUS.
           EVALUATE TRUE
              WHEN HOLD-CTR > 0
                 MOVE "HOLD"  TO OVERALL-STATUS
                 MOVE 8       TO DIGEST-RETURN-CODE
              WHEN CHASE-CTR > 0
                 MOVE "CHASE" TO OVERALL-STATUS
                 MOVE 4       TO DIGEST-RETURN-CODE
              WHEN INFO-CTR > 0
                 MOVE "INFO"  TO OVERALL-STATUS
                 MOVE 0       TO DIGEST-RETURN-CODE
              WHEN OTHER
                 MOVE "CLEAN" TO OVERALL-STATUS
                 MOVE 0       TO DIGEST-RETURN-CODE
           END-EVALUATE.

      *----------------------------------------------------------
      * Add NEW-ITEM to the digest, or add its tally to the item
      * already held for the same severity, source and subject.
      *----------------------------------------------------------
       0600-ADD-ITEM.
           SET ITEM-IDX TO 1.
           SEARCH ITEM-ENTRY VARYING ITEM-IDX
             AT END PERFORM 0610-NEW-ITEM
             WHEN ITEM-SEVERITY(ITEM-IDX) = NEW-ITEM-SEVERITY
              AND ITEM-SOURCE(ITEM-IDX)   = NEW-ITEM-SOURCE
              AND ITEM-SUBJECT(ITEM-IDX)  = NEW-ITEM-SUBJECT
                ADD NEW-ITEM-TALLY TO ITEM-TALLY(ITEM-IDX)
           END-SEARCH.

       0610-NEW-ITEM.
           EVALUATE NEW-ITEM-SEVERITY
              WHEN 'H'   ADD 1 TO HOLD-CTR
              WHEN 'C'   ADD 1 TO CHASE-CTR
              WHEN OTHER ADD 1 TO INFO-CTR
           END-EVALUATE.
           IF ITEM-COUNT >= ITEM-TABLE-MAX
              ADD 1 TO ITEM-OVERFLOW-CTR
           ELSE
              ADD 1 TO ITEM-COUNT
              MOVE NEW-ITEM TO ITEM-ENTRY(ITEM-COUNT)
           END-IF.

       0700-WRITE-DIGEST.
           MOVE SPACES TO DIGEST-RPT-REC.
           STRING "NIGHTLY STREAM DIGEST FOR " DELIMITED BY SIZE
                  DIGEST-DATE                  DELIMITED BY SIZE
                  " - OVERALL STATUS "         DELIMITED BY SIZE
                  OVERALL-STATUS               DELIMITED BY SIZE
                  " - RETURN CODE "            DELIMITED BY SIZE
                  DIGEST-RETURN-CODE           DELIMITED BY SIZE
             INTO DIGEST-RPT-REC
           END-STRING.
           PERFORM 0790-WRITE-DIGEST-LINE.
           MOVE SPACES TO DIGEST-RPT-REC.
           PERFORM 0790-WRITE-DIGEST-LINE.
           MOVE "PROGRAM  NIGHT    STARTS ENDS  LAST-TIME"
             TO DIGEST-RPT-REC.
           PERFORM 0790-WRITE-DIGEST-LINE.
           PERFORM VARYING PGM-IDX FROM 1 BY 1
              UNTIL PGM-IDX > PGM-COUNT
              PERFORM 0710-WRITE-PROGRAM-LINE
           END-PERFORM.
           MOVE SPACES TO DIGEST-RPT-REC.
           PERFORM 0790-WRITE-DIGEST-LINE.
           MOVE SPACES TO DIGEST-RPT-REC.
           STRING "SEVERITY       SOURCE   SUBJECT  COUNT    "
                  DELIMITED BY SIZE
                  "DETAIL" DELIMITED BY SIZE
             INTO DIGEST-RPT-REC
           END-STRING.
           PERFORM 0790-WRITE-DIGEST-LINE.
           MOVE 'H' TO PRINT-SEVERITY.
           PERFORM 0720-WRITE-SEVERITY-ITEMS.
           MOVE 'C' TO PRINT-SEVERITY.
           PERFORM 0720-WRITE-SEVERITY-ITEMS.
           MOVE 'I' TO PRINT-SEVERITY.
           PERFORM 0720-WRITE-SEVERITY-ITEMS.
           IF ITEM-COUNT = 0
              MOVE "NO EXCEPTIONS FOR THE NIGHT" TO DIGEST-RPT-REC
              PERFORM 0790-WRITE-DIGEST-LINE
           END-IF.
           IF ITEM-OVERFLOW-CTR > 0
              MOVE SPACES TO DIGEST-RPT-REC
              STRING ITEM-OVERFLOW-CTR DELIMITED BY SIZE
                     " FURTHER ITEM(S) NOT LISTED - SEE THE "
                                       DELIMITED BY SIZE
                     "SOURCE REPORTS"  DELIMITED BY SIZE
                INTO DIGEST-RPT-REC
              END-STRING
              PERFORM 0790-WRITE-DIGEST-LINE
           END-IF.
           MOVE SPACES TO DIGEST-RPT-REC.
           PERFORM 0790-WRITE-DIGEST-LINE.
           MOVE SPACES TO DIGEST-RPT-REC.
           STRING "DIGEST TOTALS -- HOLD=" DELIMITED BY SIZE
                  HOLD-CTR                 DELIMITED BY SIZE
                  " CHASE="                DELIMITED BY SIZE
                  CHASE-CTR                DELIMITED BY SIZE
                  " INFO="                 DELIMITED BY SIZE
                  INFO-CTR                 DELIMITED BY SIZE
                  " PROGRAMS GOOD="        DELIMITED BY SIZE
                  PGM-GOOD-CTR             DELIMITED BY SIZE
                  " MISSING="              DELIMITED BY SIZE
                  PGM-MISSING-CTR          DELIMITED BY SIZE
                  " ABENDED="              DELIMITED BY SIZE
                  PGM-ABENDED-CTR          DELIMITED BY SIZE
                  " RUNCTL RECORDS="       DELIMITED BY SIZE
                  RECORD-CTR               DELIMITED BY SIZE
             INTO DIGEST-RPT-REC
           END-STRING.
           PERFORM 0790-WRITE-DIGEST-LINE.

       0710-WRITE-PROGRAM-LINE.
           MOVE SPACES TO DIGEST-RPT-REC.
           STRING PGM-NAME(PGM-IDX)         DELIMITED BY SIZE
                  " "                       DELIMITED BY SIZE
                  PGM-NIGHT-STATUS(PGM-IDX) DELIMITED BY SIZE
                  " "                       DELIMITED BY SIZE
                  PGM-START-CTR(PGM-IDX)    DELIMITED BY SIZE
                  "  "                      DELIMITED BY SIZE
                  PGM-END-CTR(PGM-IDX)      DELIMITED BY SIZE
                  " "                       DELIMITED BY SIZE
                  PGM-LAST-TIME(PGM-IDX)    DELIMITED BY SIZE
             INTO DIGEST-RPT-REC
           END-STRING.
           IF NOT PGM-EXPECTED(PGM-IDX)
              MOVE "NOT IN TONIGHT'S STREAM LIST"
                TO DIGEST-RPT-REC(45:28)
           END-IF.
           PERFORM 0790-WRITE-DIGEST-LINE.

       0720-WRITE-SEVERITY-ITEMS.
           EVALUATE PRINT-SEVERITY
              WHEN 'H'   MOVE "HOLD STREAM"    TO SEVERITY-TEXT
              WHEN 'C'   MOVE "CHASE SUPPLIER" TO SEVERITY-TEXT
              WHEN OTHER MOVE "INFORMATIONAL"  TO SEVERITY-TEXT
           END-EVALUATE.
           PERFORM VARYING ITEM-IDX FROM 1 BY 1
              UNTIL ITEM-IDX > ITEM-COUNT
              IF ITEM-SEVERITY(ITEM-IDX) = PRINT-SEVERITY
                 PERFORM 0730-WRITE-ITEM-LINE
              END-IF
           END-PERFORM.

       0730-WRITE-ITEM-LINE.
           MOVE SPACES TO DIGEST-RPT-REC.
           STRING SEVERITY-TEXT          DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  ITEM-SOURCE(ITEM-IDX)  DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  ITEM-SUBJECT(ITEM-IDX) DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  ITEM-TALLY(ITEM-IDX)   DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  ITEM-TEXT(ITEM-IDX)    DELIMITED BY SIZE
             INTO DIGEST-RPT-REC
           END-STRING.
           PERFORM 0790-WRITE-DIGEST-LINE.

       0790-WRITE-DIGEST-LINE.
           WRITE DIGEST-RPT-REC.
           IF DIGEST-RPT-STATUS NOT = "00"
              DISPLAY "WRITE DIGEST-RPT-REC FILE-STATUS IS "
                      DIGEST-RPT-STATUS
           END-IF.

       0800-WRITE-STATUS-RECORD.
           MOVE SPACES             TO DIGEST-STATUS-REC.
           MOVE ACCEPT-DATE        TO DS-RUN-DATE.
           MOVE ACCEPT-TIME(1:6)   TO DS-RUN-TIME.
           MOVE "RUNDIGST"         TO DS-PROGRAM.
           MOVE DIGEST-DATE        TO DS-DIGEST-DATE.
           MOVE OVERALL-STATUS     TO DS-OVERALL.
           MOVE DIGEST-RETURN-CODE TO DS-RETURN-CODE.
           MOVE HOLD-CTR           TO DS-HOLD-COUNT.
           MOVE CHASE-CTR          TO DS-CHASE-COUNT.
           MOVE INFO-CTR           TO DS-INFO-COUNT.
           MOVE PGM-GOOD-CTR       TO DS-PGM-GOOD.
           MOVE PGM-MISSING-CTR    TO DS-PGM-MISSING.
           MOVE PGM-ABENDED-CTR    TO DS-PGM-ABENDED.
           WRITE DIGEST-STATUS-REC.
           IF DIGEST-STAT-STATUS NOT = "00"
              DISPLAY "WRITE DIGEST-STATUS-REC FILE-STATUS IS "
                      DIGEST-STAT-STATUS
           END-IF.

       0900-CLOSE-FILES.
           CLOSE PARM-FILE,
                 RUN-CTL,
                 DATE-EXCP-RPT,
                 BALANCE-RPT,
                 EDIT-RPT,
                 SUSPECT-RPT,
                 RESUB-RPT,
                 HACKER-EXCP-RPT,
                 AUDIT-RPT,
                 GATE-RPT,
                 DIGEST-RPT,
                 DIGEST-STATUS.
