      *-------------------------------------------------*
      *------Open Mainframe Project COBOL 3 / 9.3-------*
      *-------------------------------------------------*
      *------AREA-KEY REDISTRICTING REMAP---------------*
      *-------------------------------------------------*
      *---When area definitions change, the history  ---*
      *---posted under the retired keys is moved to  ---*
      *---the keys that replace them so the trend and---*
      *---ranking series carry on unbroken.          ---*
      *---Remap cards (comma separated):             ---*
      *---  old-key,new-key,effective-period,percent ---*
      *---  effective-period YYYY-MM-DD - the first  ---*
      *---          period reported under the new    ---*
      *---          keys; old-key history before it  ---*
      *---          is moved                         ---*
      *---  percent share of every old count the new ---*
      *---          key takes, blank = 100           ---*
      *---One card per old key re-keys it; several   ---*
      *---cards for one old key split it (percents   ---*
      *---must total 100); several old keys to one   ---*
      *---new key merge.  A period the new key       ---*
      *---already holds is added to, never replaced. ---*
      *---Split counts are truncated and the last    ---*
      *---card for the old key takes the remainder,  ---*
      *---so not one count is created or lost - the  ---*
      *---report proves it with cluster totals per   ---*
      *---period taken before and after the move.    ---*
      *---Every write, rewrite and delete goes to    ---*
      *---UEJRNL so UNMPJRCV can back the run out.   ---*
      *---Each retired key gets a DEA transaction on ---*
      *---UERMPTRN, the AREATRAN input of the        ---*
      *---UNMPAMNT step that follows, so the master  ---*
      *---stays in step with the cluster.  A key     ---*
      *---with any period left behind (a count that  ---*
      *---would overflow, a record that cannot be    ---*
      *---read) is reported PARTIALLY MOVED - NOT    ---*
      *---RETIRED and gets no DEA; rerun the card    ---*
      *---once the cause is fixed and the rest moves.---*
      *-------------------------------------------------*
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    UNMPRMAP.
       AUTHOR.        Dave Driscoll.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REMAP-FILE         ASSIGN TO RMAPCARD
              FILE STATUS IS REMAP-FILE-STATUS.
           SELECT UE-VSAM            ASSIGN TO UNMPVSAM
           ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS UE-VSAM-REC-KEY
              FILE STATUS IS FILE-STATUS.
           SELECT OPTIONAL AREA-MASTER-FILE ASSIGN TO UEAREAMF
              FILE STATUS IS AREA-MASTER-STATUS.
           SELECT MASTER-TRANS-FILE  ASSIGN TO UERMPTRN
              FILE STATUS IS MASTER-TRANS-STATUS.
           SELECT REMAP-RPT          ASSIGN TO UERMPRPT
              FILE STATUS IS REMAP-RPT-STATUS.
           SELECT OPTIONAL JOURNAL-FILE ASSIGN TO UEJRNL
              FILE STATUS IS JRNL-FILE-STATUS.
           SELECT OPTIONAL RUN-CTL   ASSIGN TO RUNCTL
              FILE STATUS IS RUNCTL-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  REMAP-FILE        RECORDING MODE F.
       01  REMAP-REC         PIC X(80).
       FD  UE-VSAM.
       01  UE-VSAM-REC.
           05 UE-VSAM-COMMON-FIELDS.
               10 UE-VSAM-REC-KEY.
                   15 UE-VSAM-KEY        PIC X(8).
                   15 UE-VSAM-DATE       PIC X(10).
           05 UE-VSAM-RACE-CATEGORIES.
               10  UE-VSAM-RACE-WHITE        PIC 9(6).
               10  UE-VSAM-RACE-ASIAN        PIC 9(6).
               10  UE-VSAM-RACE-BLACK-AA     PIC 9(6).
               10  UE-VSAM-RACE-AMIND-ALNAT  PIC 9(6).
               10  UE-VSAM-RACE-HAWI-PACISL  PIC 9(6).
           05 UE-VSAM-SEX-CATEGORIES.
               10  UE-VSAM-SEX-FEMALE        PIC 9(6).
               10  UE-VSAM-SEX-MALE          PIC 9(6).
           05 UE-VSAM-ETHNICITY-CATEGORIES.
               10  UE-VSAM-ETHNICITY-HISP-LATINO   PIC 9(6).
               10  UE-VSAM-ETHNICITY-NOT-HL        PIC 9(6).
           05 UE-VSAM-AGE-CATEGORIES.
               10  UE-VSAM-AGE-LT-22         PIC 9(6).
               10  UE-VSAM-AGE-22-24         PIC 9(6).
               10  UE-VSAM-AGE-25-34         PIC 9(6).
               10  UE-VSAM-AGE-35-44         PIC 9(6).
               10  UE-VSAM-AGE-45-54         PIC 9(6).
               10  UE-VSAM-AGE-55-59         PIC 9(6).
               10  UE-VSAM-AGE-60-64         PIC 9(6).
               10  UE-VSAM-AGE-GTEQ-65       PIC 9(6).
           05 UE-VSAM-IND-CATEGORIES.
               10  UE-VSAM-IND-WH-TRADE          PIC 9(6).
               10  UE-VSAM-IND-TRANS-WAREH       PIC 9(6).
               10  UE-VSAM-IND-CONSTR            PIC 9(6).
               10  UE-VSAM-IND-FIN-INS           PIC 9(6).
               10  UE-VSAM-IND-MFTRG             PIC 9(6).
               10  UE-VSAM-IND-AG-FRST-FISH-HUNT PIC 9(6).
               10  UE-VSAM-IND-PUB-ADMIN         PIC 9(6).
               10  UE-VSAM-IND-UTIL              PIC 9(6).
               10  UE-VSAM-IND-ACCOM-FOOD        PIC 9(6).
               10  UE-VSAM-IND-INFO              PIC 9(6).
               10  UE-VSAM-IND-PROF-SCI-TECH     PIC 9(6).
               10  UE-VSAM-IND-RE-RENT-LEASE     PIC 9(6).
               10  UE-VSAM-IND-OTHER-SVCS        PIC 9(6).
               10  UE-VSAM-IND-MGMT-COMP-ENT     PIC 9(6).
               10  UE-VSAM-IND-EDU-SVCS          PIC 9(6).
               10  UE-VSAM-IND-MINING            PIC 9(6).
               10  UE-VSAM-IND-HLTHCARE-SOCASST  PIC 9(6).
               10  UE-VSAM-IND-ART-ENT-REC       PIC 9(6).
               10  UE-VSAM-IND-ADM-WASTE-REM     PIC 9(6).
               10  UE-VSAM-IND-RETAIL            PIC 9(6).
           05 UE-VSAM-VETERAN-CATEGORIES.
               10  UE-VSAM-VETERAN-VET        PIC 9(6).
               10  UE-VSAM-VETERAN-NONVET     PIC 9(6).
           05 UE-VSAM-INACTIVE-CATEGORIES.
               10  UE-VSAM-RACE-INA          PIC 9(5).
               10  UE-VSAM-SEX-INA           PIC 9(5).
               10  UE-VSAM-ETHNICITY-INA     PIC 9(5).
               10  UE-VSAM-AGE-INA           PIC 9(5).
               10  UE-VSAM-INDUSTRY-INA      PIC 9(5).
               10  UE-VSAM-VETERAN-INA       PIC 9(5).
      * The same record seen as numbered fields - the 39 category
      * counts in record order, then the six inactive counts - so
      * every count can be moved in one loop.
       01  UE-VSAM-FIELD-VIEW.
           05 FILLER                 PIC X(18).
           05 UE-VSAM-CAT-COUNT      PIC 9(6) OCCURS 39 TIMES.
           05 UE-VSAM-INA-COUNT      PIC 9(5) OCCURS 6 TIMES.
       FD  AREA-MASTER-FILE  RECORDING MODE F.
       01  AREA-MASTER-REC   PIC X(80).
      * Transactions for UNMPAMNT - same layout as its AREATRAN.
       FD  MASTER-TRANS-FILE RECORDING MODE F.
       01  MASTER-TRANS-REC  PIC X(80).
       FD  REMAP-RPT         RECORDING MODE F.
       01  REMAP-RPT-REC     PIC X(132).
      * Update journal.  Every change made to UE-VSAM is written
      * here with the record's before and after images, so a run
      * that turns out to be wrong can be backed out by UNMPJRCV
      * (or replayed against a restored copy).  All records of
      * one run carry the same stamp.  The same layout is kept in
      * every program that writes the file.
       FD  JOURNAL-FILE          RECORDING MODE F.
       01  JOURNAL-REC.
           05 JR-RUN-DATE        PIC X(8).
           05 JR-RUN-TIME        PIC X(6).
           05 JR-PROGRAM         PIC X(8).
           05 JR-ACTION          PIC X(3).
           05 JR-BEFORE-IMAGE    PIC X(282).
           05 JR-AFTER-IMAGE     PIC X(282).
           05 FILLER             PIC X(11).
      * Shared run-control/audit-trail file.  Every program in the
      * nightly stream appends a START record when it begins and an
      * END record with its counts when it completes, so any run
      * can be answered for after the job log is gone.  The same
      * layout is kept in every program that writes the file.
      * Count slots for UNMPRMAP: 1 remap cards read, 2 cards
      * rejected, 3 keys retired, 4 periods moved, 5 records
      * written, 6 records rewritten, 7 records deleted, 8 keys
      * partly moved and not retired; the rest stay zero.
       FD  RUN-CTL           RECORDING MODE F.
       01  RUN-CTL-REC.
           05 RC-RUN-DATE        PIC X(8).
           05 RC-RUN-TIME        PIC X(6).
           05 RC-PROGRAM         PIC X(8).
           05 RC-PHASE           PIC X(5).
           05 RC-STATUS          PIC X(4).
           05 RC-COUNTS.
               10 RC-COUNT       PIC 9(8) OCCURS 10 TIMES.
           05 FILLER             PIC X(9).

       WORKING-STORAGE SECTION.
      * One remap card's fields after the UNSTRING.
       01 CARD-FIELDS.
         05 CARD-OLD-KEY       PIC X(8).
         05 CARD-NEW-KEY       PIC X(8).
         05 CARD-EFFECTIVE     PIC X(10).
         05 CARD-PCT-TEXT      PIC X(3).
       01 CARD-PCT             PIC 9(3) VALUE 0.
       01 CARD-REASON          PIC X(40).

       01 FLAGS.
         05 EOF-REMAP-FLAG     PIC X VALUE SPACE.
           88 EOF-REMAP         VALUE 'Y'.
         05 EOF-FLAG           PIC X VALUE SPACE.
           88 EOF               VALUE 'Y'.
         05 EOF-MASTER-FLAG    PIC X VALUE SPACE.
           88 EOF-MASTER        VALUE 'Y'.
         05 CARD-OK-FLAG       PIC X VALUE 'Y'.
           88 CARD-OK           VALUE 'Y'.
           88 CARD-BAD          VALUE 'N'.
         05 TARGET-EXISTS-FLAG PIC X VALUE 'N'.
           88 TARGET-EXISTS     VALUE 'Y'.
         05 TARGET-OVERFLOW-FLAG PIC X VALUE 'N'.
           88 TARGET-OVERFLOW   VALUE 'Y'.
         05 MASTER-FOUND-FLAG  PIC X VALUE 'N'.
           88 MASTER-FOUND      VALUE 'Y'.
         05 TOTAL-PHASE-FLAG   PIC X VALUE 'B'.
           88 TOTAL-BEFORE      VALUE 'B'.
           88 TOTAL-AFTER       VALUE 'A'.

      * Every remap card that passed its own edit.  RM-STATUS goes
      * to R when the card's old-key group fails the group edits;
      * RM-DONE is set once the old key has been moved.
       01 REMAP-COUNT          PIC 9(4) VALUE 0.
       01 REMAP-TABLE.
         05 REMAP-ENTRY OCCURS 0 TO 1000 TIMES
           DEPENDING ON REMAP-COUNT
           INDEXED BY RM-IDX, RM-IDX2.
             10 RM-OLD-KEY     PIC X(8).
             10 RM-NEW-KEY     PIC X(8).
             10 RM-EFFECTIVE   PIC X(10).
             10 RM-PCT         PIC 9(3).
             10 RM-STATUS      PIC X.
             10 RM-DONE        PIC X.
       01 REMAP-TABLE-MAX      PIC 9(4) VALUE 1000.
       01 GROUP-PCT-TOTAL      PIC 9(5) VALUE 0.

      * The cards of the old key being moved, in card order - the
      * last one takes the remainder of every split count.
       01 TARGET-COUNT         PIC 9(3) VALUE 0.
       01 TARGET-TABLE.
         05 TARGET-RM-SUB      PIC 9(4) OCCURS 100 TIMES.
       01 TARGET-TABLE-MAX     PIC 9(3) VALUE 100.
       01 TGT-SUB              PIC 9(3) COMP VALUE 0.
       01 CURRENT-RM-SUB       PIC 9(4) VALUE 0.
       01 CURRENT-OLD-KEY      PIC X(8).
       01 CURRENT-EFFECTIVE    PIC X(10).

      * Periods of the old key to move, collected before anything
      * is written so the browse is never disturbed by updates.
       01 MOVE-DATE-COUNT      PIC 9(4) VALUE 0.
       01 MOVE-DATE-TABLE.
         05 MOVE-DATE          PIC X(10) OCCURS 0 TO 1200 TIMES
           DEPENDING ON MOVE-DATE-COUNT.
       01 MOVE-DATE-MAX        PIC 9(4) VALUE 1200.
       01 DATE-SUB             PIC 9(4) COMP VALUE 0.
       01 LEFT-AFTER-CTR       PIC 9(6) VALUE 0.
       01 KEY-PERIODS-MOVED    PIC 9(6) VALUE 0.
       01 KEY-PERIODS-LEFT     PIC 9(6) VALUE 0.
       01 KEY-RESULT           PIC X(36).

      * The old record being moved, its counts as numbered
      * fields, and the running share handed out so far.
       01 OLD-SAVE-REC         PIC X(282).
       01 OLD-SAVE-VIEW REDEFINES OLD-SAVE-REC.
         05 OLD-SAVE-KEY       PIC X(8).
         05 OLD-SAVE-DATE      PIC X(10).
         05 OLD-CAT-COUNT      PIC 9(6) OCCURS 39 TIMES.
         05 OLD-INA-COUNT      PIC 9(5) OCCURS 6 TIMES.
       01 ALLOC-COUNTS.
         05 ALLOC-CAT          PIC 9(6) OCCURS 39 TIMES.
         05 ALLOC-INA          PIC 9(5) OCCURS 6 TIMES.
       01 PIECE-COUNTS.
         05 PIECE-CAT          PIC 9(6) OCCURS 39 TIMES.
         05 PIECE-INA          PIC 9(5) OCCURS 6 TIMES.
       01 FLD-SUB              PIC 9(2) COMP VALUE 0.
       01 RECORD-TOTAL         PIC 9(9) VALUE 0.

      * Cluster totals per period - every count on every record,
      * summed before the move and again after it.
       01 PERIOD-COUNT         PIC 9(4) VALUE 0.
       01 PERIOD-TABLE.
         05 PERIOD-ENTRY OCCURS 0 TO 1200 TIMES
           DEPENDING ON PERIOD-COUNT
           INDEXED BY PER-IDX.
             10 PER-DATE        PIC X(10).
             10 PER-BEFORE-TOT  PIC 9(12).
             10 PER-AFTER-TOT   PIC 9(12).
             10 PER-MOVED-RECS  PIC 9(6).
             10 PER-MOVED-TOT   PIC 9(12).
       01 PERIOD-TABLE-MAX     PIC 9(4) VALUE 1200.
       01 PERIOD-RESULT        PIC X(24).
       01 UNBALANCED-CTR       PIC 9(6) VALUE 0.

      * Area-master reference table, loaded from UEAREAMF, to see
      * whether a retired key is active and a new key is known.
       01 AREA-MASTER-COUNT    PIC 9(5) VALUE 0.
       01 AREA-MASTER-TABLE.
         05 AREA-MASTER-ENTRY OCCURS 0 TO 5000 TIMES
           DEPENDING ON AREA-MASTER-COUNT
           INDEXED BY AMF-IDX.
             10 AMF-AREA-KEY   PIC X(8).
             10 AMF-AREA-NAME  PIC X(25).
             10 AMF-AREA-TYPE  PIC X(8).
             10 AMF-ACTIVE     PIC X.
       01 AREA-MASTER-MAX      PIC 9(5) VALUE 5000.
       01 AREA-MASTER-STATUS   PIC X(02) VALUE SPACES.
       01 LOOKUP-KEY           PIC X(8).

      * Journal stamp - set once at open so every record of the
      * run carries the same date and time.
       01 JRNL-STAMP-DATE      PIC X(8).
       01 JRNL-STAMP-TIME      PIC X(6).
       01 JRNL-ACTION          PIC X(3).
       01 JRNL-BEFORE-WORK     PIC X(282).
       01 JRNL-AFTER-WORK      PIC X(282).
       01 JRNL-CTR             PIC 9(8) VALUE 0.
       01 JRNL-FILE-STATUS     PIC X(02) VALUE SPACES.

       01 CARD-CTR             PIC 9(8) VALUE 0.
       01 REJECTED-CTR         PIC 9(8) VALUE 0.
       01 KEYS-RETIRED-CTR     PIC 9(8) VALUE 0.
       01 KEYS-PARTIAL-CTR     PIC 9(8) VALUE 0.
       01 PERIODS-MOVED-CTR    PIC 9(8) VALUE 0.
       01 WRITE-CTR            PIC 9(8) VALUE 0.
       01 REWRITE-CTR          PIC 9(8) VALUE 0.
       01 DELETE-CTR           PIC 9(8) VALUE 0.
       01 DEA-CTR              PIC 9(8) VALUE 0.
       01 FILE-STATUS          PIC X(02) VALUE SPACES.
       01 REMAP-FILE-STATUS    PIC X(02) VALUE SPACES.
       01 MASTER-TRANS-STATUS  PIC X(02) VALUE SPACES.
       01 REMAP-RPT-STATUS     PIC X(02) VALUE SPACES.
       01 RUNCTL-FILE-STATUS   PIC X(02) VALUE SPACES.
       01 ACCEPT-DATE          PIC X(8).
       01 ACCEPT-TIME          PIC X(8).

      *------------------
       PROCEDURE DIVISION.
      *------------------
       0000-MAIN.
           PERFORM 0100-OPEN-FILES.
           PERFORM 0170-LOAD-AREA-MASTER.
           PERFORM 0200-LOAD-REMAP-CARDS.
           PERFORM 0250-EDIT-REMAP-GROUPS.
           SET TOTAL-BEFORE TO TRUE.
           PERFORM 0300-TOTAL-CLUSTER-BY-PERIOD.
           PERFORM 0400-REMAP-OLD-KEYS.
           SET TOTAL-AFTER TO TRUE.
           PERFORM 0300-TOTAL-CLUSTER-BY-PERIOD.
           PERFORM 0600-WRITE-PERIOD-PROOF.
           PERFORM 0800-WRITE-REMAP-TOTALS.
           PERFORM 0900-CLOSE-FILES.
           DISPLAY "REMAP COMPLETE - " KEYS-RETIRED-CTR
                   " KEY(S) RETIRED, " PERIODS-MOVED-CTR
                   " PERIOD(S) MOVED".
           IF KEYS-PARTIAL-CTR > 0
              DISPLAY "*** " KEYS-PARTIAL-CTR
                      " KEY(S) PARTLY MOVED, NOT RETIRED ***"
           END-IF.
           IF UNBALANCED-CTR > 0
              DISPLAY "*** " UNBALANCED-CTR
                      " PERIOD(S) DO NOT BALANCE - SEE UERMPRPT ***"
              MOVE 8 TO RETURN-CODE
           ELSE
              IF REJECTED-CTR > 0 OR KEYS-PARTIAL-CTR > 0
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.
           GOBACK.

       0100-OPEN-FILES.
           OPEN INPUT REMAP-FILE.
           IF REMAP-FILE-STATUS NOT = "00"
              DISPLAY "OPEN RMAPCARD FILE-STATUS IS "
                      REMAP-FILE-STATUS " ENDING..."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN I-O UE-VSAM.
           IF FILE-STATUS NOT = "00"
              DISPLAY "OPEN UNMPVSAM FILE-STATUS IS " FILE-STATUS
                      " ENDING..."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT MASTER-TRANS-FILE.
           OPEN OUTPUT REMAP-RPT.
           OPEN EXTEND RUN-CTL.
           PERFORM 0110-WRITE-RUN-START.
           OPEN EXTEND JOURNAL-FILE.
           ACCEPT JRNL-STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT ACCEPT-TIME FROM TIME.
           MOVE ACCEPT-TIME(1:6) TO JRNL-STAMP-TIME.
           MOVE "AREA-KEY REMAP" TO REMAP-RPT-REC.
           PERFORM 0700-WRITE-REPORT-LINE.

       0110-WRITE-RUN-START.
           MOVE SPACES TO RUN-CTL-REC.
           PERFORM 0120-STAMP-RUN-RECORD.
           MOVE "START" TO RC-PHASE.
           MOVE ZEROES TO RC-COUNTS.
           WRITE RUN-CTL-REC.
           IF RUNCTL-FILE-STATUS NOT = "00"
              DISPLAY "WRITE RUN-CTL-REC FILE-STATUS IS "
                      RUNCTL-FILE-STATUS " FOR START RECORD"
           END-IF.

       0115-WRITE-RUN-END.
           MOVE SPACES TO RUN-CTL-REC.
           PERFORM 0120-STAMP-RUN-RECORD.
           MOVE "END"  TO RC-PHASE.
           MOVE "GOOD" TO RC-STATUS.
           MOVE ZEROES TO RC-COUNTS.
           MOVE CARD-CTR          TO RC-COUNT(1).
           MOVE REJECTED-CTR      TO RC-COUNT(2).
           MOVE KEYS-RETIRED-CTR  TO RC-COUNT(3).
           MOVE PERIODS-MOVED-CTR TO RC-COUNT(4).
           MOVE WRITE-CTR         TO RC-COUNT(5).
           MOVE REWRITE-CTR       TO RC-COUNT(6).
           MOVE DELETE-CTR        TO RC-COUNT(7).
           MOVE KEYS-PARTIAL-CTR  TO RC-COUNT(8).
           WRITE RUN-CTL-REC.
           IF RUNCTL-FILE-STATUS NOT = "00"
              DISPLAY "WRITE RUN-CTL-REC FILE-STATUS IS "
                      RUNCTL-FILE-STATUS " FOR END RECORD"
           END-IF.

       0120-STAMP-RUN-RECORD.
           ACCEPT ACCEPT-DATE FROM DATE YYYYMMDD.
           ACCEPT ACCEPT-TIME FROM TIME.
           MOVE ACCEPT-DATE        TO RC-RUN-DATE.
           MOVE ACCEPT-TIME(1:6)   TO RC-RUN-TIME.
           MOVE "UNMPRMAP"         TO RC-PROGRAM.

      * Callers set JRNL-ACTION and the before/after work images
      * before performing this.  A journal write failure stops the
      * run - an unjournaled update cannot be backed out later.
       0130-WRITE-JOURNAL-RECORD.
           MOVE SPACES TO JOURNAL-REC.
           MOVE JRNL-STAMP-DATE  TO JR-RUN-DATE.
           MOVE JRNL-STAMP-TIME  TO JR-RUN-TIME.
           MOVE "UNMPRMAP"       TO JR-PROGRAM.
           MOVE JRNL-ACTION      TO JR-ACTION.
           MOVE JRNL-BEFORE-WORK TO JR-BEFORE-IMAGE.
           MOVE JRNL-AFTER-WORK  TO JR-AFTER-IMAGE.
           WRITE JOURNAL-REC.
           IF JRNL-FILE-STATUS NOT = "00"
              DISPLAY "WRITE JOURNAL-REC FILE-STATUS IS "
                      JRNL-FILE-STATUS " FOR " JRNL-ACTION
                      " " UE-VSAM-KEY " - ENDING..."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO JRNL-CTR.

      * A missing master file is not fatal - the move still runs,
      * but no DEA transactions can be produced without it.
       0170-LOAD-AREA-MASTER.
           OPEN INPUT AREA-MASTER-FILE.
           IF AREA-MASTER-STATUS NOT = "00"
              DISPLAY "AREA MASTER NOT FOUND (UEAREAMF STATUS "
                      AREA-MASTER-STATUS ") - NO DEA TRANSACTIONS"
           ELSE
              PERFORM UNTIL EOF-MASTER
                 READ AREA-MASTER-FILE
                   AT END SET EOF-MASTER TO TRUE
                   NOT AT END
                      PERFORM 0180-ADD-MASTER-ENTRY
                 END-READ
              END-PERFORM
              CLOSE AREA-MASTER-FILE
           END-IF.
           DISPLAY AREA-MASTER-COUNT " AREA MASTER ENTRY(S) LOADED".

       0180-ADD-MASTER-ENTRY.
           IF AREA-MASTER-REC = SPACES
              CONTINUE
           ELSE
              IF AREA-MASTER-COUNT >= AREA-MASTER-MAX
                 DISPLAY "AREA MASTER TABLE CAPACITY OF "
                         AREA-MASTER-MAX " EXCEEDED - ENDING..."
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO AREA-MASTER-COUNT
              UNSTRING AREA-MASTER-REC DELIMITED BY ","
                INTO AMF-AREA-KEY(AREA-MASTER-COUNT),
                     AMF-AREA-NAME(AREA-MASTER-COUNT),
                     AMF-AREA-TYPE(AREA-MASTER-COUNT),
                     AMF-ACTIVE(AREA-MASTER-COUNT)
           END-IF.

       0190-LOOKUP-AREA-MASTER.
           MOVE 'N' TO MASTER-FOUND-FLAG.
           SET AMF-IDX TO 1.
           SEARCH AREA-MASTER-ENTRY VARYING AMF-IDX
             AT END CONTINUE
             WHEN AMF-AREA-KEY(AMF-IDX) = LOOKUP-KEY
                SET MASTER-FOUND TO TRUE
           END-SEARCH.

       0200-LOAD-REMAP-CARDS.
           PERFORM UNTIL EOF-REMAP
              READ REMAP-FILE
                AT END SET EOF-REMAP TO TRUE
                NOT AT END
                   IF REMAP-REC NOT = SPACES
                      ADD 1 TO CARD-CTR
                      PERFORM 0210-EDIT-REMAP-CARD
                   END-IF
              END-READ
           END-PERFORM.
           DISPLAY REMAP-COUNT " REMAP CARD(S) LOADED".

       0210-EDIT-REMAP-CARD.
           SET CARD-OK TO TRUE.
           MOVE SPACES TO CARD-FIELDS.
           UNSTRING REMAP-REC DELIMITED BY ","
             INTO CARD-OLD-KEY,
                  CARD-NEW-KEY,
                  CARD-EFFECTIVE,
                  CARD-PCT-TEXT.
           IF CARD-OLD-KEY IS NOT NUMERIC
              SET CARD-BAD TO TRUE
              MOVE "INVALID OLD KEY" TO CARD-REASON
           END-IF.
           IF CARD-OK AND CARD-NEW-KEY IS NOT NUMERIC
              SET CARD-BAD TO TRUE
              MOVE "INVALID NEW KEY" TO CARD-REASON
           END-IF.
           IF CARD-OK AND CARD-NEW-KEY = CARD-OLD-KEY
              SET CARD-BAD TO TRUE
              MOVE "NEW KEY SAME AS OLD KEY" TO CARD-REASON
           END-IF.
           IF CARD-OK
              IF CARD-EFFECTIVE(1:4) IS NOT NUMERIC
                 OR CARD-EFFECTIVE(5:1) NOT = "-"
                 OR CARD-EFFECTIVE(6:2) IS NOT NUMERIC
                 OR CARD-EFFECTIVE(8:1) NOT = "-"
                 OR CARD-EFFECTIVE(9:2) IS NOT NUMERIC
                 SET CARD-BAD TO TRUE
                 MOVE "INVALID EFFECTIVE PERIOD" TO CARD-REASON
              END-IF
           END-IF.
           IF CARD-OK
              EVALUATE TRUE
                 WHEN CARD-PCT-TEXT = SPACES
                    MOVE 100 TO CARD-PCT
                 WHEN CARD-PCT-TEXT(1:1) IS NUMERIC
                      AND CARD-PCT-TEXT(2:2) = SPACES
                    MOVE CARD-PCT-TEXT(1:1) TO CARD-PCT
                 WHEN CARD-PCT-TEXT(1:2) IS NUMERIC
                      AND CARD-PCT-TEXT(3:1) = SPACES
                    MOVE CARD-PCT-TEXT(1:2) TO CARD-PCT
                 WHEN CARD-PCT-TEXT(1:3) IS NUMERIC
                    MOVE CARD-PCT-TEXT(1:3) TO CARD-PCT
                 WHEN OTHER
                    MOVE 0 TO CARD-PCT
              END-EVALUATE
              IF CARD-PCT = 0 OR CARD-PCT > 100
                 SET CARD-BAD TO TRUE
                 MOVE "INVALID PERCENT" TO CARD-REASON
              END-IF
           END-IF.
           IF CARD-BAD
              ADD 1 TO REJECTED-CTR
              PERFORM 0220-WRITE-REJECT-LINE
           ELSE
              IF REMAP-COUNT >= REMAP-TABLE-MAX
                 DISPLAY "REMAP TABLE CAPACITY OF "
                         REMAP-TABLE-MAX " EXCEEDED - ENDING..."
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO REMAP-COUNT
              MOVE CARD-OLD-KEY   TO RM-OLD-KEY(REMAP-COUNT)
              MOVE CARD-NEW-KEY   TO RM-NEW-KEY(REMAP-COUNT)
              MOVE CARD-EFFECTIVE TO RM-EFFECTIVE(REMAP-COUNT)
              MOVE CARD-PCT       TO RM-PCT(REMAP-COUNT)
              MOVE "V"            TO RM-STATUS(REMAP-COUNT)
              MOVE "N"            TO RM-DONE(REMAP-COUNT)
           END-IF.

       0220-WRITE-REJECT-LINE.
           MOVE SPACES TO REMAP-RPT-REC.
           STRING "REJECTED "     DELIMITED BY SIZE
                  CARD-OLD-KEY    DELIMITED BY SIZE
                  " -> "          DELIMITED BY SIZE
                  CARD-NEW-KEY    DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  CARD-EFFECTIVE  DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  CARD-PCT-TEXT   DELIMITED BY SIZE
                  "% "            DELIMITED BY SIZE
                  CARD-REASON     DELIMITED BY SIZE
             INTO REMAP-RPT-REC
           END-STRING.
           PERFORM 0700-WRITE-REPORT-LINE.

      *----------------------------------------------------------
      * Cards are edited again as a group per old key: the
      * percents must total 100, the effective period must agree,
      * and no new key may itself be retired by another card - a
      * chain would move the same history twice.  A failing group
      * is rejected whole; nothing of it is moved.
      *----------------------------------------------------------
       0250-EDIT-REMAP-GROUPS.
           PERFORM VARYING RM-IDX FROM 1 BY 1
              UNTIL RM-IDX > REMAP-COUNT
              IF RM-STATUS(RM-IDX) = "V"
                 AND RM-DONE(RM-IDX) = "N"
                 PERFORM 0260-EDIT-ONE-GROUP
              END-IF
           END-PERFORM.
           PERFORM VARYING RM-IDX FROM 1 BY 1
              UNTIL RM-IDX > REMAP-COUNT
              MOVE "N" TO RM-DONE(RM-IDX)
           END-PERFORM.

       0260-EDIT-ONE-GROUP.
           MOVE RM-OLD-KEY(RM-IDX)   TO CURRENT-OLD-KEY.
           MOVE RM-EFFECTIVE(RM-IDX) TO CURRENT-EFFECTIVE.
           MOVE 0 TO GROUP-PCT-TOTAL.
           MOVE SPACES TO CARD-REASON.
           PERFORM VARYING RM-IDX2 FROM 1 BY 1
              UNTIL RM-IDX2 > REMAP-COUNT
              IF RM-OLD-KEY(RM-IDX2) = CURRENT-OLD-KEY
                 MOVE "Y" TO RM-DONE(RM-IDX2)
                 ADD RM-PCT(RM-IDX2) TO GROUP-PCT-TOTAL
                 IF RM-EFFECTIVE(RM-IDX2) NOT = CURRENT-EFFECTIVE
                    MOVE "EFFECTIVE PERIODS DISAGREE" TO CARD-REASON
                 END-IF
              END-IF
              IF RM-NEW-KEY(RM-IDX2) = CURRENT-OLD-KEY
                 MOVE "OLD KEY IS ALSO A NEW KEY" TO CARD-REASON
              END-IF
           END-PERFORM.
           IF CARD-REASON = SPACES AND GROUP-PCT-TOTAL NOT = 100
              MOVE "PERCENTS DO NOT TOTAL 100" TO CARD-REASON
           END-IF.
           IF CARD-REASON NOT = SPACES
              PERFORM VARYING RM-IDX2 FROM 1 BY 1
                 UNTIL RM-IDX2 > REMAP-COUNT
                 IF RM-OLD-KEY(RM-IDX2) = CURRENT-OLD-KEY
                    MOVE "R" TO RM-STATUS(RM-IDX2)
                    ADD 1 TO REJECTED-CTR
                    MOVE RM-OLD-KEY(RM-IDX2)   TO CARD-OLD-KEY
                    MOVE RM-NEW-KEY(RM-IDX2)   TO CARD-NEW-KEY
                    MOVE RM-EFFECTIVE(RM-IDX2) TO CARD-EFFECTIVE
                    MOVE RM-PCT(RM-IDX2)       TO CARD-PCT-TEXT
                    PERFORM 0220-WRITE-REJECT-LINE
                 END-IF
              END-PERFORM
           END-IF.

      *----------------------------------------------------------
      * Every count on every record, summed by period.  Run once
      * before the move and once after; the two must agree for
      * every period or counts were created or lost.
      *----------------------------------------------------------
       0300-TOTAL-CLUSTER-BY-PERIOD.
           MOVE SPACE TO EOF-FLAG.
           MOVE LOW-VALUES TO UE-VSAM-REC-KEY.
           START UE-VSAM KEY IS NOT LESS THAN UE-VSAM-REC-KEY
             INVALID KEY SET EOF TO TRUE
           END-START.
           PERFORM UNTIL EOF
              READ UE-VSAM NEXT RECORD
                AT END SET EOF TO TRUE
                NOT AT END
                   PERFORM 0310-ADD-RECORD-TO-PERIOD
              END-READ
           END-PERFORM.

       0310-ADD-RECORD-TO-PERIOD.
           PERFORM 0320-TOTAL-CURRENT-RECORD.
           SET PER-IDX TO 1.
           SEARCH PERIOD-ENTRY VARYING PER-IDX
             AT END
                IF PERIOD-COUNT >= PERIOD-TABLE-MAX
                   DISPLAY "PERIOD TABLE CAPACITY OF "
                           PERIOD-TABLE-MAX " EXCEEDED - ENDING..."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
                END-IF
                ADD 1 TO PERIOD-COUNT
                SET PER-IDX TO PERIOD-COUNT
                MOVE UE-VSAM-DATE TO PER-DATE(PER-IDX)
                MOVE 0 TO PER-BEFORE-TOT(PER-IDX)
                MOVE 0 TO PER-AFTER-TOT(PER-IDX)
                MOVE 0 TO PER-MOVED-RECS(PER-IDX)
                MOVE 0 TO PER-MOVED-TOT(PER-IDX)
             WHEN PER-DATE(PER-IDX) = UE-VSAM-DATE
                CONTINUE
           END-SEARCH.
           IF TOTAL-BEFORE
              ADD RECORD-TOTAL TO PER-BEFORE-TOT(PER-IDX)
           ELSE
              ADD RECORD-TOTAL TO PER-AFTER-TOT(PER-IDX)
           END-IF.

       0320-TOTAL-CURRENT-RECORD.
           MOVE 0 TO RECORD-TOTAL.
           PERFORM VARYING FLD-SUB FROM 1 BY 1
              UNTIL FLD-SUB > 39
              ADD UE-VSAM-CAT-COUNT(FLD-SUB) TO RECORD-TOTAL
           END-PERFORM.
           PERFORM VARYING FLD-SUB FROM 1 BY 1
              UNTIL FLD-SUB > 6
              ADD UE-VSAM-INA-COUNT(FLD-SUB) TO RECORD-TOTAL
           END-PERFORM.

       0400-REMAP-OLD-KEYS.
           MOVE SPACES TO REMAP-RPT-REC.
           PERFORM 0700-WRITE-REPORT-LINE.
           MOVE SPACES TO REMAP-RPT-REC.
           STRING "OLD KEY  NEW KEY(S)/PERCENT                  "
                  DELIMITED BY SIZE
                  "EFFECTIVE    MOVED LEFT   MASTER"
                  DELIMITED BY SIZE
             INTO REMAP-RPT-REC
           END-STRING.
           PERFORM 0700-WRITE-REPORT-LINE.
           PERFORM VARYING RM-IDX FROM 1 BY 1
              UNTIL RM-IDX > REMAP-COUNT
              IF RM-STATUS(RM-IDX) = "V"
                 AND RM-DONE(RM-IDX) = "N"
                 PERFORM 0410-REMAP-ONE-KEY
              END-IF
           END-PERFORM.

      *----------------------------------------------------------
      * One old key: gather its cards, collect the periods before
      * the effective period, move each one, then retire the key -
      * unless a period could not be moved, when the key still
      * holds history and must stay active on the master.
      *----------------------------------------------------------
       0410-REMAP-ONE-KEY.
           MOVE RM-OLD-KEY(RM-IDX)   TO CURRENT-OLD-KEY.
           MOVE RM-EFFECTIVE(RM-IDX) TO CURRENT-EFFECTIVE.
           MOVE 0 TO TARGET-COUNT.
           PERFORM VARYING RM-IDX2 FROM 1 BY 1
              UNTIL RM-IDX2 > REMAP-COUNT
              IF RM-OLD-KEY(RM-IDX2) = CURRENT-OLD-KEY
                 AND RM-STATUS(RM-IDX2) = "V"
                 IF TARGET-COUNT >= TARGET-TABLE-MAX
                    DISPLAY "TARGET TABLE CAPACITY OF "
                            TARGET-TABLE-MAX " EXCEEDED - ENDING..."
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 ADD 1 TO TARGET-COUNT
                 SET TARGET-RM-SUB(TARGET-COUNT) TO RM-IDX2
                 MOVE "Y" TO RM-DONE(RM-IDX2)
              END-IF
           END-PERFORM.
           PERFORM 0420-COLLECT-MOVE-DATES.
           MOVE 0 TO KEY-PERIODS-MOVED, KEY-PERIODS-LEFT.
           PERFORM VARYING DATE-SUB FROM 1 BY 1
              UNTIL DATE-SUB > MOVE-DATE-COUNT
              PERFORM 0430-MOVE-ONE-PERIOD
           END-PERFORM.
           IF KEY-PERIODS-LEFT > 0
              ADD 1 TO KEYS-PARTIAL-CTR
           ELSE
              ADD 1 TO KEYS-RETIRED-CTR
           END-IF.
           PERFORM 0480-RETIRE-OLD-KEY.

      * Only periods before the effective period are history to be
      * moved.  A record the old key holds for the effective
      * period or later is left where it is and counted, so the
      * unit can see a supplier still filing under the old key.
       0420-COLLECT-MOVE-DATES.
           MOVE 0 TO MOVE-DATE-COUNT.
           MOVE 0 TO LEFT-AFTER-CTR.
           MOVE SPACE TO EOF-FLAG.
           MOVE CURRENT-OLD-KEY TO UE-VSAM-KEY.
           MOVE LOW-VALUES      TO UE-VSAM-DATE.
           START UE-VSAM KEY IS NOT LESS THAN UE-VSAM-REC-KEY
             INVALID KEY SET EOF TO TRUE
           END-START.
           PERFORM UNTIL EOF
              READ UE-VSAM NEXT RECORD
                AT END SET EOF TO TRUE
                NOT AT END
                   IF UE-VSAM-KEY NOT = CURRENT-OLD-KEY
                      SET EOF TO TRUE
                   ELSE
                      IF UE-VSAM-DATE < CURRENT-EFFECTIVE
                         IF MOVE-DATE-COUNT >= MOVE-DATE-MAX
                            DISPLAY "MOVE DATE TABLE CAPACITY OF "
                                    MOVE-DATE-MAX
                                    " EXCEEDED - ENDING..."
                            MOVE 16 TO RETURN-CODE
                            STOP RUN
                         END-IF
                         ADD 1 TO MOVE-DATE-COUNT
                         MOVE UE-VSAM-DATE
                           TO MOVE-DATE(MOVE-DATE-COUNT)
                      ELSE
                         ADD 1 TO LEFT-AFTER-CTR
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.

      * One period of the old key.  The target images are built
      * once as a trial so a count that would overflow its field
      * stops the period before anything is written; then they are
      * built again and posted, and the old record is deleted.
       0430-MOVE-ONE-PERIOD.
           MOVE CURRENT-OLD-KEY     TO UE-VSAM-KEY.
           MOVE MOVE-DATE(DATE-SUB) TO UE-VSAM-DATE.
           READ UE-VSAM KEY IS UE-VSAM-REC-KEY.
           IF FILE-STATUS NOT = "00"
              DISPLAY "READ FILE-STATUS IS " FILE-STATUS
                      " FOR " CURRENT-OLD-KEY " "
                      MOVE-DATE(DATE-SUB)
              ADD 1 TO KEY-PERIODS-LEFT
           ELSE
              MOVE UE-VSAM-REC TO OLD-SAVE-REC
              PERFORM 0320-TOTAL-CURRENT-RECORD
              MOVE 'N' TO TARGET-OVERFLOW-FLAG
              MOVE ZEROES TO ALLOC-COUNTS
              PERFORM VARYING TGT-SUB FROM 1 BY 1
                 UNTIL TGT-SUB > TARGET-COUNT
                 PERFORM 0440-ALLOCATE-PIECE
                 PERFORM 0450-BUILD-TARGET-IMAGE
              END-PERFORM
              IF TARGET-OVERFLOW
                 PERFORM 0470-WRITE-OVERFLOW-LINE
                 ADD 1 TO KEY-PERIODS-LEFT
              ELSE
                 PERFORM 0435-POST-ONE-PERIOD
              END-IF
           END-IF.

       0435-POST-ONE-PERIOD.
           MOVE ZEROES TO ALLOC-COUNTS.
           PERFORM VARYING TGT-SUB FROM 1 BY 1
              UNTIL TGT-SUB > TARGET-COUNT
              PERFORM 0440-ALLOCATE-PIECE
              PERFORM 0450-BUILD-TARGET-IMAGE
              PERFORM 0460-POST-TARGET-IMAGE
           END-PERFORM.
           MOVE OLD-SAVE-KEY  TO UE-VSAM-KEY.
           MOVE OLD-SAVE-DATE TO UE-VSAM-DATE.
      * The new keys are already credited, so an old record that
      * cannot be deleted would count twice - stop, and let the
      * journal back the run out.
           DELETE UE-VSAM RECORD.
           IF FILE-STATUS NOT = "00"
              DISPLAY "DELETE FILE-STATUS IS " FILE-STATUS
                      " FOR " OLD-SAVE-KEY " " OLD-SAVE-DATE
                      " - ENDING..."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO DELETE-CTR.
           MOVE "DEL" TO JRNL-ACTION.
           MOVE OLD-SAVE-REC TO JRNL-BEFORE-WORK.
           MOVE SPACES TO JRNL-AFTER-WORK.
           PERFORM 0130-WRITE-JOURNAL-RECORD.
           ADD 1 TO PERIODS-MOVED-CTR.
           ADD 1 TO KEY-PERIODS-MOVED.
           SET PER-IDX TO 1.
           SEARCH PERIOD-ENTRY VARYING PER-IDX
             AT END CONTINUE
             WHEN PER-DATE(PER-IDX) = OLD-SAVE-DATE
                ADD 1 TO PER-MOVED-RECS(PER-IDX)
                ADD RECORD-TOTAL TO PER-MOVED-TOT(PER-IDX)
           END-SEARCH.

      * The share of every old count for card TGT-SUB.  Shares are
      * truncated; the last card gets whatever is left, so the
      * pieces always add back to the old count exactly.
       0440-ALLOCATE-PIECE.
           MOVE TARGET-RM-SUB(TGT-SUB) TO CURRENT-RM-SUB.
           PERFORM VARYING FLD-SUB FROM 1 BY 1
              UNTIL FLD-SUB > 39
              IF TGT-SUB = TARGET-COUNT
                 COMPUTE PIECE-CAT(FLD-SUB) =
                    OLD-CAT-COUNT(FLD-SUB) - ALLOC-CAT(FLD-SUB)
              ELSE
                 COMPUTE PIECE-CAT(FLD-SUB) =
                    OLD-CAT-COUNT(FLD-SUB) *
                    RM-PCT(CURRENT-RM-SUB) / 100
              END-IF
              ADD PIECE-CAT(FLD-SUB) TO ALLOC-CAT(FLD-SUB)
           END-PERFORM.
           PERFORM VARYING FLD-SUB FROM 1 BY 1
              UNTIL FLD-SUB > 6
              IF TGT-SUB = TARGET-COUNT
                 COMPUTE PIECE-INA(FLD-SUB) =
                    OLD-INA-COUNT(FLD-SUB) - ALLOC-INA(FLD-SUB)
              ELSE
                 COMPUTE PIECE-INA(FLD-SUB) =
                    OLD-INA-COUNT(FLD-SUB) *
                    RM-PCT(CURRENT-RM-SUB) / 100
              END-IF
              ADD PIECE-INA(FLD-SUB) TO ALLOC-INA(FLD-SUB)
           END-PERFORM.

       0450-BUILD-TARGET-IMAGE.
           MOVE 'N' TO TARGET-EXISTS-FLAG.
           MOVE RM-NEW-KEY(CURRENT-RM-SUB) TO UE-VSAM-KEY.
           MOVE OLD-SAVE-DATE              TO UE-VSAM-DATE.
           READ UE-VSAM KEY IS UE-VSAM-REC-KEY.
           EVALUATE FILE-STATUS
              WHEN "00"
                 SET TARGET-EXISTS TO TRUE
                 MOVE UE-VSAM-REC TO JRNL-BEFORE-WORK
              WHEN "23"
                 MOVE RM-NEW-KEY(CURRENT-RM-SUB) TO UE-VSAM-KEY
                 MOVE OLD-SAVE-DATE              TO UE-VSAM-DATE
                 PERFORM VARYING FLD-SUB FROM 1 BY 1
                    UNTIL FLD-SUB > 39
                    MOVE 0 TO UE-VSAM-CAT-COUNT(FLD-SUB)
                 END-PERFORM
                 PERFORM VARYING FLD-SUB FROM 1 BY 1
                    UNTIL FLD-SUB > 6
                    MOVE 0 TO UE-VSAM-INA-COUNT(FLD-SUB)
                 END-PERFORM
                 MOVE SPACES TO JRNL-BEFORE-WORK
              WHEN OTHER
                 DISPLAY "READ FILE-STATUS IS " FILE-STATUS
                         " FOR " UE-VSAM-KEY " " UE-VSAM-DATE
                         " - ENDING..."
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-EVALUATE.
           PERFORM VARYING FLD-SUB FROM 1 BY 1
              UNTIL FLD-SUB > 39
              ADD PIECE-CAT(FLD-SUB) TO UE-VSAM-CAT-COUNT(FLD-SUB)
                 ON SIZE ERROR SET TARGET-OVERFLOW TO TRUE
              END-ADD
           END-PERFORM.
           PERFORM VARYING FLD-SUB FROM 1 BY 1
              UNTIL FLD-SUB > 6
              ADD PIECE-INA(FLD-SUB) TO UE-VSAM-INA-COUNT(FLD-SUB)
                 ON SIZE ERROR SET TARGET-OVERFLOW TO TRUE
              END-ADD
           END-PERFORM.

       0460-POST-TARGET-IMAGE.
           IF TARGET-EXISTS
              REWRITE UE-VSAM-REC
              MOVE "REW" TO JRNL-ACTION
           ELSE
              WRITE UE-VSAM-REC
              MOVE "WRT" TO JRNL-ACTION
           END-IF.
           IF FILE-STATUS NOT = "00"
              DISPLAY JRNL-ACTION " FILE-STATUS IS " FILE-STATUS
                      " FOR " UE-VSAM-KEY " " UE-VSAM-DATE
                      " - ENDING..."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF TARGET-EXISTS
              ADD 1 TO REWRITE-CTR
           ELSE
              ADD 1 TO WRITE-CTR
           END-IF.
           MOVE UE-VSAM-REC TO JRNL-AFTER-WORK.
           PERFORM 0130-WRITE-JOURNAL-RECORD.

       0470-WRITE-OVERFLOW-LINE.
           MOVE SPACES TO REMAP-RPT-REC.
           STRING CURRENT-OLD-KEY        DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  OLD-SAVE-DATE          DELIMITED BY SIZE
                  " NOT MOVED - A NEW-KEY COUNT WOULD OVERFLOW"
                                         DELIMITED BY SIZE
             INTO REMAP-RPT-REC
           END-STRING.
           PERFORM 0700-WRITE-REPORT-LINE.
           ADD 1 TO REJECTED-CTR.

      * One report line per old key, then one per new key, and a
      * DEA transaction for UNMPAMNT when the old key is active on
      * the master and every period was moved.  A new key the
      * master does not know is noted so it can be added before
      * the next reports run.
       0480-RETIRE-OLD-KEY.
           MOVE CURRENT-OLD-KEY TO LOOKUP-KEY.
           PERFORM 0190-LOOKUP-AREA-MASTER.
           MOVE SPACES TO CARD-REASON.
           IF KEY-PERIODS-LEFT > 0
              MOVE "PARTIALLY MOVED - NOT RETIRED" TO KEY-RESULT
              STRING KEY-PERIODS-LEFT   DELIMITED BY SIZE
                     " PERIOD(S) NOT MOVED - NO DEA"
                                        DELIMITED BY SIZE
                INTO CARD-REASON
              END-STRING
           ELSE
              MOVE "RETIRED" TO KEY-RESULT
              PERFORM 0485-DEACTIVATE-OLD-KEY
           END-IF.
           MOVE SPACES TO REMAP-RPT-REC.
           STRING CURRENT-OLD-KEY    DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  KEY-RESULT         DELIMITED BY SIZE
                  CURRENT-EFFECTIVE  DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  KEY-PERIODS-MOVED  DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  LEFT-AFTER-CTR     DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  CARD-REASON        DELIMITED BY SIZE
             INTO REMAP-RPT-REC
           END-STRING.
           PERFORM 0700-WRITE-REPORT-LINE.
           PERFORM VARYING TGT-SUB FROM 1 BY 1
              UNTIL TGT-SUB > TARGET-COUNT
              MOVE TARGET-RM-SUB(TGT-SUB) TO CURRENT-RM-SUB
              MOVE RM-NEW-KEY(CURRENT-RM-SUB) TO LOOKUP-KEY
              PERFORM 0190-LOOKUP-AREA-MASTER
              IF MASTER-FOUND
                 MOVE SPACES TO CARD-REASON
              ELSE
                 MOVE "NEW KEY NOT ON MASTER" TO CARD-REASON
              END-IF
              MOVE SPACES TO REMAP-RPT-REC
              STRING "         "              DELIMITED BY SIZE
                     RM-NEW-KEY(CURRENT-RM-SUB) DELIMITED BY SIZE
                     " "                      DELIMITED BY SIZE
                     RM-PCT(CURRENT-RM-SUB)   DELIMITED BY SIZE
                     "% "                     DELIMITED BY SIZE
                     CARD-REASON              DELIMITED BY SIZE
                INTO REMAP-RPT-REC
              END-STRING
              PERFORM 0700-WRITE-REPORT-LINE
           END-PERFORM.

       0485-DEACTIVATE-OLD-KEY.
           IF MASTER-FOUND
              IF AMF-ACTIVE(AMF-IDX) = "A"
                 MOVE SPACES TO MASTER-TRANS-REC
                 STRING "DEA,"           DELIMITED BY SIZE
                        CURRENT-OLD-KEY  DELIMITED BY SIZE
                   INTO MASTER-TRANS-REC
                 END-STRING
                 WRITE MASTER-TRANS-REC
                 IF MASTER-TRANS-STATUS NOT = "00"
                    DISPLAY "WRITE MASTER-TRANS-REC FILE-STATUS IS "
                            MASTER-TRANS-STATUS " FOR "
                            CURRENT-OLD-KEY
                 END-IF
                 ADD 1 TO DEA-CTR
                 MOVE "DEA WRITTEN" TO CARD-REASON
              ELSE
                 MOVE "ALREADY INACTIVE" TO CARD-REASON
              END-IF
           ELSE
              MOVE "NOT ON MASTER" TO CARD-REASON
           END-IF.

      *----------------------------------------------------------
      * The proof: for every period a record was moved in, the
      * cluster total before the run against the total after it.
      *----------------------------------------------------------
       0600-WRITE-PERIOD-PROOF.
           MOVE SPACES TO REMAP-RPT-REC.
           PERFORM 0700-WRITE-REPORT-LINE.
           MOVE SPACES TO REMAP-RPT-REC.
           STRING "PERIOD     RECS MOVED   COUNTS MOVED  "
                  DELIMITED BY SIZE
                  "CLUSTER BEFORE   CLUSTER AFTER"
                  DELIMITED BY SIZE
             INTO REMAP-RPT-REC
           END-STRING.
           PERFORM 0700-WRITE-REPORT-LINE.
           PERFORM VARYING PER-IDX FROM 1 BY 1
              UNTIL PER-IDX > PERIOD-COUNT
              IF PER-MOVED-RECS(PER-IDX) > 0
                 PERFORM 0610-WRITE-PERIOD-LINE
              END-IF
           END-PERFORM.

       0610-WRITE-PERIOD-LINE.
           IF PER-BEFORE-TOT(PER-IDX) = PER-AFTER-TOT(PER-IDX)
              MOVE "BALANCED" TO PERIOD-RESULT
           ELSE
              MOVE "*** DOES NOT BALANCE ***" TO PERIOD-RESULT
              ADD 1 TO UNBALANCED-CTR
           END-IF.
           MOVE SPACES TO REMAP-RPT-REC.
           STRING PER-DATE(PER-IDX)       DELIMITED BY SIZE
                  " "                     DELIMITED BY SIZE
                  PER-MOVED-RECS(PER-IDX) DELIMITED BY SIZE
                  "     "                 DELIMITED BY SIZE
                  PER-MOVED-TOT(PER-IDX)  DELIMITED BY SIZE
                  "  "                    DELIMITED BY SIZE
                  PER-BEFORE-TOT(PER-IDX) DELIMITED BY SIZE
                  "  "                    DELIMITED BY SIZE
                  PER-AFTER-TOT(PER-IDX)  DELIMITED BY SIZE
                  " "                     DELIMITED BY SIZE
                  PERIOD-RESULT           DELIMITED BY SIZE
             INTO REMAP-RPT-REC
           END-STRING.
           PERFORM 0700-WRITE-REPORT-LINE.

       0700-WRITE-REPORT-LINE.
           WRITE REMAP-RPT-REC.
           IF REMAP-RPT-STATUS NOT = "00"
              DISPLAY "WRITE REMAP-RPT-REC FILE-STATUS IS "
                      REMAP-RPT-STATUS
           END-IF.

       0800-WRITE-REMAP-TOTALS.
           MOVE SPACES TO REMAP-RPT-REC.
           PERFORM 0700-WRITE-REPORT-LINE.
           MOVE SPACES TO REMAP-RPT-REC.
           STRING "REMAP TOTALS -- CARDS=" DELIMITED BY SIZE
                  CARD-CTR                 DELIMITED BY SIZE
                  " REJECTED="             DELIMITED BY SIZE
                  REJECTED-CTR             DELIMITED BY SIZE
                  " RETIRED="              DELIMITED BY SIZE
                  KEYS-RETIRED-CTR         DELIMITED BY SIZE
                  " PARTIAL="              DELIMITED BY SIZE
                  KEYS-PARTIAL-CTR         DELIMITED BY SIZE
                  " MOVED="                DELIMITED BY SIZE
                  PERIODS-MOVED-CTR        DELIMITED BY SIZE
             INTO REMAP-RPT-REC
           END-STRING.
           PERFORM 0700-WRITE-REPORT-LINE.
           MOVE SPACES TO REMAP-RPT-REC.
           STRING "                WRT="   DELIMITED BY SIZE
                  WRITE-CTR                DELIMITED BY SIZE
                  " REW="                  DELIMITED BY SIZE
                  REWRITE-CTR              DELIMITED BY SIZE
                  " DEL="                  DELIMITED BY SIZE
                  DELETE-CTR               DELIMITED BY SIZE
                  " DEA="                  DELIMITED BY SIZE
                  DEA-CTR                  DELIMITED BY SIZE
             INTO REMAP-RPT-REC
           END-STRING.
           PERFORM 0700-WRITE-REPORT-LINE.

       0900-CLOSE-FILES.
           PERFORM 0115-WRITE-RUN-END.
           CLOSE RUN-CTL.
           CLOSE REMAP-FILE,
                 UE-VSAM,
                 MASTER-TRANS-FILE,
                 REMAP-RPT,
                 JOURNAL-FILE.
