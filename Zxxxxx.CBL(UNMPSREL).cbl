      *-------------------------------------------------*
      *------Open Mainframe Project COBOL 3 / 9.3-------*
      *-------------------------------------------------*
      *------RELEASE OF HELD UNMPSCRN SUSPECTS----------*
      *-------------------------------------------------*
      *---Once a supplier confirms that figures the  ---*
      *---plausibility screen held are real, the unit---*
      *---puts in a release card for them.  Every    ---*
      *---suspect on UNMPSUSP that a card names is   ---*
      *---appended, untouched, to the screened file  ---*
      *---of the feed it came from so a supplement   ---*
      *---load picks it up; every suspect no card    ---*
      *---names is carried forward to the new suspect---*
      *---file UNMPSUSN, which replaces UNMPSUSP for ---*
      *---the next screen.  UNMPSCRN rebuilds the    ---*
      *---screened files from scratch every run, so  ---*
      *---the released records survive only until    ---*
      *---the next screen: run the supplement load   ---*
      *---after this program and before UNMPSCRN     ---*
      *---runs again, or the release is lost.  A     ---*
      *---card that matches no held record is listed ---*
      *---on the release report.                     ---*
      *---Release cards (comma separated):           ---*
      *---  feed,area-key,period,confirmed-by        ---*
      *---  feed         clean-file DD the record    ---*
      *---               came from (UNMPRACE, ...) or---*
      *---               ALL for every feed          ---*
      *---  period       reporting date YYYY-MM-DD   ---*
      *---  confirmed-by who confirmed the figures   ---*
      *---Appends to:   UNMPRACS UNMPSEXS UNMPETHS   ---*
      *---              UNMPAGES UNMPINDS UNMPVETS   ---*
      *-------------------------------------------------*
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    UNMPSREL.
       AUTHOR.        Dave Driscoll.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RELEASE-FILE       ASSIGN TO SUSPREL
              FILE STATUS IS RELEASE-FILE-STATUS.
           SELECT OPTIONAL SUSPECT-IN ASSIGN TO UNMPSUSP
              FILE STATUS IS SUSPECT-IN-STATUS.
           SELECT SUSPECT-OUT        ASSIGN TO UNMPSUSN
              FILE STATUS IS SUSPECT-OUT-STATUS.
           SELECT OPTIONAL SCRN-RACE      ASSIGN TO UNMPRACS.
           SELECT OPTIONAL SCRN-SEX       ASSIGN TO UNMPSEXS.
           SELECT OPTIONAL SCRN-ETHNICITY ASSIGN TO UNMPETHS.
           SELECT OPTIONAL SCRN-AGE       ASSIGN TO UNMPAGES.
           SELECT OPTIONAL SCRN-INDUSTRY  ASSIGN TO UNMPINDS.
           SELECT OPTIONAL SCRN-VETERAN   ASSIGN TO UNMPVETS.
           SELECT RELEASE-RPT        ASSIGN TO UESRLRPT
              FILE STATUS IS RELEASE-RPT-STATUS.
           SELECT OPTIONAL RUN-CTL   ASSIGN TO RUNCTL
              FILE STATUS IS RUNCTL-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  RELEASE-FILE        RECORDING MODE F.
       01  RELEASE-REC         PIC X(80).
      * Same layout as written by UNMPSCRN.
       FD  SUSPECT-IN          RECORDING MODE F.
       01  SUSPECT-IN-REC.
           05 SUSP-FEED          PIC X(8).
           05 SUSP-REASON-CODE   PIC X(2).
           05 SUSP-HELD-DATE     PIC X(8).
           05 SUSP-RECORD        PIC X(145).
           05 FILLER             PIC X(7).
       FD  SUSPECT-OUT         RECORDING MODE F.
       01  SUSPECT-OUT-REC     PIC X(170).
       FD  SCRN-RACE           RECORDING MODE F.
       01  SCRN-RACE-REC       PIC X(80).
       FD  SCRN-SEX            RECORDING MODE F.
       01  SCRN-SEX-REC        PIC X(80).
       FD  SCRN-ETHNICITY      RECORDING MODE F.
       01  SCRN-ETHNICITY-REC  PIC X(70).
       FD  SCRN-AGE            RECORDING MODE F.
       01  SCRN-AGE-REC        PIC X(70).
       FD  SCRN-INDUSTRY       RECORDING MODE F.
       01  SCRN-INDUSTRY-REC   PIC X(145).
       FD  SCRN-VETERAN        RECORDING MODE F.
       01  SCRN-VETERAN-REC    PIC X(80).
       FD  RELEASE-RPT         RECORDING MODE F.
       01  RELEASE-RPT-REC     PIC X(132).
      * Shared run-control/audit-trail file.  Every program in the
      * nightly stream appends a START record when it begins and an
      * END record with its counts when it completes, so any run
      * can be answered for after the job log is gone.  The same
      * layout is kept in every program that writes the file.
      * Count slots for UNMPSREL: 1 suspects released, 2 suspects
      * still held, 3 release cards unmatched or invalid; the rest
      * stay zero.
       FD  RUN-CTL             RECORDING MODE F.
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
       01 FLAGS.
         05 EOF-RELEASE-FLAG   PIC X VALUE SPACE.
           88 EOF-RELEASE       VALUE 'Y'.
         05 EOF-SUSPECT-FLAG   PIC X VALUE SPACE.
           88 EOF-SUSPECT       VALUE 'Y'.
         05 CARD-OK-FLAG       PIC X VALUE 'Y'.
           88 CARD-OK           VALUE 'Y'.
           88 CARD-BAD          VALUE 'N'.
         05 RELEASE-FOUND-FLAG PIC X VALUE 'N'.
           88 RELEASE-FOUND     VALUE 'Y'.

      * One release card's fields after the UNSTRING.
       01 CARD-FIELDS.
         05 CARD-FEED          PIC X(8).
         05 CARD-AREA-KEY      PIC X(8).
         05 CARD-PERIOD        PIC X(10).
         05 CARD-CONFIRMED-BY  PIC X(20).

      * Every valid release card, loaded before the suspect file
      * is read.  A card is marked once it releases a record, so
      * the cards that released nothing can be reported after.
       01 RELEASE-COUNT        PIC 9(5) VALUE 0.
       01 RELEASE-TABLE.
         05 RELEASE-ENTRY OCCURS 0 TO 2000 TIMES
           DEPENDING ON RELEASE-COUNT
           INDEXED BY REL-IDX.
             10 REL-FEED         PIC X(8).
             10 REL-AREA-KEY     PIC X(8).
             10 REL-PERIOD       PIC X(10).
             10 REL-CONFIRMED-BY PIC X(20).
             10 REL-USED         PIC X.
       01 RELEASE-TABLE-MAX    PIC 9(5) VALUE 2000.
       01 MATCHED-IDX          PIC 9(5) VALUE 0.

      * Key and period of the held record in hand - the first two
      * fields of the clean record, already proved by the edit.
       01 SUSP-AREA-KEY        PIC X(8).
       01 SUSP-PERIOD          PIC X(10).

       01 CARD-CTR             PIC 9(8) VALUE 0.
       01 INVALID-CARD-CTR     PIC 9(8) VALUE 0.
       01 UNMATCHED-CARD-CTR   PIC 9(8) VALUE 0.
       01 SUSPECT-READ-CTR     PIC 9(8) VALUE 0.
       01 RELEASED-CTR         PIC 9(8) VALUE 0.
       01 STILL-HELD-CTR       PIC 9(8) VALUE 0.
       01 NOT-RELEASED-CTR     PIC 9(8) VALUE 0.
       01 CARD-RESULT          PIC X(30).
       01 RELEASE-FILE-STATUS  PIC X(02) VALUE SPACES.
       01 SUSPECT-IN-STATUS    PIC X(02) VALUE SPACES.
       01 SUSPECT-OUT-STATUS   PIC X(02) VALUE SPACES.
       01 RELEASE-RPT-STATUS   PIC X(02) VALUE SPACES.
       01 RUNCTL-FILE-STATUS   PIC X(02) VALUE SPACES.
       01 ACCEPT-DATE          PIC X(8).
       01 ACCEPT-TIME          PIC X(8).

      *------------------
       PROCEDURE DIVISION.
      *------------------
       0000-MAIN.
           PERFORM 0100-OPEN-FILES.
           PERFORM 0200-LOAD-RELEASE-CARDS.
           PERFORM 0300-PROCESS-SUSPECTS.
           PERFORM 0400-REPORT-UNUSED-CARDS.
           PERFORM 0800-WRITE-RELEASE-TOTALS.
           PERFORM 0900-CLOSE-FILES.
           DISPLAY "SUSPECT RELEASE COMPLETE - " RELEASED-CTR
                   " RELEASED, " STILL-HELD-CTR " STILL HELD".
           IF NOT-RELEASED-CTR > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       0100-OPEN-FILES.
           OPEN INPUT RELEASE-FILE.
           IF RELEASE-FILE-STATUS NOT = "00"
              DISPLAY "OPEN SUSPREL FILE-STATUS IS "
                      RELEASE-FILE-STATUS " ENDING..."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN INPUT SUSPECT-IN.
           OPEN OUTPUT SUSPECT-OUT.
           OPEN EXTEND SCRN-RACE,
                       SCRN-SEX,
                       SCRN-ETHNICITY,
                       SCRN-AGE,
                       SCRN-INDUSTRY,
                       SCRN-VETERAN.
           OPEN OUTPUT RELEASE-RPT.
           OPEN EXTEND RUN-CTL.
           PERFORM 0110-WRITE-RUN-START.
           MOVE SPACES TO RELEASE-RPT-REC.
           STRING "FILE     KEY      PERIOD     RESULT"
                  DELIMITED BY SIZE
                  "                         CONFIRMED BY"
                  DELIMITED BY SIZE
             INTO RELEASE-RPT-REC
           END-STRING.
           WRITE RELEASE-RPT-REC.
           IF RELEASE-RPT-STATUS NOT = "00"
              DISPLAY "WRITE RELEASE-RPT-REC FILE-STATUS IS "
                      RELEASE-RPT-STATUS " FOR HEADER LINE"
           END-IF.

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
           MOVE RELEASED-CTR     TO RC-COUNT(1).
           MOVE STILL-HELD-CTR   TO RC-COUNT(2).
           MOVE NOT-RELEASED-CTR TO RC-COUNT(3).
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
           MOVE "UNMPSREL"         TO RC-PROGRAM.

       0200-LOAD-RELEASE-CARDS.
           PERFORM UNTIL EOF-RELEASE
              READ RELEASE-FILE
                AT END SET EOF-RELEASE TO TRUE
                NOT AT END
                   IF RELEASE-REC NOT = SPACES
                      ADD 1 TO CARD-CTR
                      PERFORM 0210-EDIT-RELEASE-CARD
                   END-IF
              END-READ
           END-PERFORM.
           DISPLAY RELEASE-COUNT " RELEASE CARD(S) LOADED".

      * A card must name one of the six feeds (or ALL), a full
      * 8-digit area key and a YYYY-MM-DD period.  A bad card is
      * reported and never applied.
       0210-EDIT-RELEASE-CARD.
           SET CARD-OK TO TRUE.
           MOVE SPACES TO CARD-FIELDS.
           UNSTRING RELEASE-REC DELIMITED BY ","
             INTO CARD-FEED,
                  CARD-AREA-KEY,
                  CARD-PERIOD,
                  CARD-CONFIRMED-BY.
           EVALUATE CARD-FEED
              WHEN "UNMPRACE"
              WHEN "UNMPSEX"
              WHEN "UNMPETHN"
              WHEN "UNMPAGE"
              WHEN "UNMPIND"
              WHEN "UNMPVET"
              WHEN "ALL"
                 CONTINUE
              WHEN OTHER
                 SET CARD-BAD TO TRUE
                 MOVE "INVALID FEED" TO CARD-RESULT
           END-EVALUATE.
           IF CARD-OK AND CARD-AREA-KEY IS NOT NUMERIC
              SET CARD-BAD TO TRUE
              MOVE "INVALID AREA KEY" TO CARD-RESULT
           END-IF.
           IF CARD-OK
              IF CARD-PERIOD(1:4) IS NOT NUMERIC
                 OR CARD-PERIOD(5:1) NOT = "-"
                 OR CARD-PERIOD(6:2) IS NOT NUMERIC
                 OR CARD-PERIOD(8:1) NOT = "-"
                 OR CARD-PERIOD(9:2) IS NOT NUMERIC
                 SET CARD-BAD TO TRUE
                 MOVE "INVALID PERIOD" TO CARD-RESULT
              END-IF
           END-IF.
           IF CARD-BAD
              ADD 1 TO INVALID-CARD-CTR
              PERFORM 0500-WRITE-CARD-LINE
           ELSE
              IF RELEASE-COUNT >= RELEASE-TABLE-MAX
                 DISPLAY "RELEASE TABLE CAPACITY OF "
                         RELEASE-TABLE-MAX " EXCEEDED - ENDING..."
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO RELEASE-COUNT
              MOVE CARD-FEED         TO REL-FEED(RELEASE-COUNT)
              MOVE CARD-AREA-KEY     TO REL-AREA-KEY(RELEASE-COUNT)
              MOVE CARD-PERIOD       TO REL-PERIOD(RELEASE-COUNT)
              MOVE CARD-CONFIRMED-BY
                TO REL-CONFIRMED-BY(RELEASE-COUNT)
              MOVE 'N'               TO REL-USED(RELEASE-COUNT)
           END-IF.

      *----------------------------------------------------------
      * Every held record is either released to its feed's
      * screened file or carried forward to the new suspect file -
      * never dropped.  A missing suspect file means nothing is
      * held and every card goes on the report as unmatched.
      *----------------------------------------------------------
       0300-PROCESS-SUSPECTS.
           IF SUSPECT-IN-STATUS NOT = "00"
              DISPLAY "NO SUSPECT FILE (UNMPSUSP STATUS "
                      SUSPECT-IN-STATUS ") - NOTHING HELD"
              SET EOF-SUSPECT TO TRUE
           END-IF.
           PERFORM UNTIL EOF-SUSPECT
              READ SUSPECT-IN
                AT END SET EOF-SUSPECT TO TRUE
                NOT AT END
                   ADD 1 TO SUSPECT-READ-CTR
                   PERFORM 0310-RELEASE-OR-CARRY
              END-READ
           END-PERFORM.

       0310-RELEASE-OR-CARRY.
           MOVE SUSP-RECORD(1:8)  TO SUSP-AREA-KEY.
           MOVE SUSP-RECORD(10:10) TO SUSP-PERIOD.
           MOVE 'N' TO RELEASE-FOUND-FLAG.
           SET REL-IDX TO 1.
           SEARCH RELEASE-ENTRY VARYING REL-IDX
             AT END CONTINUE
             WHEN REL-AREA-KEY(REL-IDX) = SUSP-AREA-KEY
                AND REL-PERIOD(REL-IDX) = SUSP-PERIOD
                AND (REL-FEED(REL-IDX) = SUSP-FEED
                     OR REL-FEED(REL-IDX) = "ALL")
                SET RELEASE-FOUND TO TRUE
                SET MATCHED-IDX TO REL-IDX
           END-SEARCH.
           IF RELEASE-FOUND
              PERFORM 0320-APPEND-TO-SCREENED
              MOVE 'Y' TO REL-USED(MATCHED-IDX)
              ADD 1 TO RELEASED-CTR
              MOVE SUSP-FEED     TO CARD-FEED
              MOVE SUSP-AREA-KEY TO CARD-AREA-KEY
              MOVE SUSP-PERIOD   TO CARD-PERIOD
              MOVE REL-CONFIRMED-BY(MATCHED-IDX)
                TO CARD-CONFIRMED-BY
              MOVE "RELEASED TO LOAD" TO CARD-RESULT
              PERFORM 0500-WRITE-CARD-LINE
           ELSE
              MOVE SUSPECT-IN-REC TO SUSPECT-OUT-REC
              WRITE SUSPECT-OUT-REC
              IF SUSPECT-OUT-STATUS NOT = "00"
                 DISPLAY "WRITE SUSPECT-OUT-REC FILE-STATUS IS "
                         SUSPECT-OUT-STATUS " FOR " SUSP-AREA-KEY
              END-IF
              ADD 1 TO STILL-HELD-CTR
           END-IF.

       0320-APPEND-TO-SCREENED.
           EVALUATE SUSP-FEED
              WHEN "UNMPRACE"
                 MOVE SUSP-RECORD TO SCRN-RACE-REC
                 WRITE SCRN-RACE-REC
              WHEN "UNMPSEX"
                 MOVE SUSP-RECORD TO SCRN-SEX-REC
                 WRITE SCRN-SEX-REC
              WHEN "UNMPETHN"
                 MOVE SUSP-RECORD TO SCRN-ETHNICITY-REC
                 WRITE SCRN-ETHNICITY-REC
              WHEN "UNMPAGE"
                 MOVE SUSP-RECORD TO SCRN-AGE-REC
                 WRITE SCRN-AGE-REC
              WHEN "UNMPIND"
                 MOVE SUSP-RECORD TO SCRN-INDUSTRY-REC
                 WRITE SCRN-INDUSTRY-REC
              WHEN "UNMPVET"
                 MOVE SUSP-RECORD TO SCRN-VETERAN-REC
                 WRITE SCRN-VETERAN-REC
           END-EVALUATE.

       0400-REPORT-UNUSED-CARDS.
           PERFORM VARYING REL-IDX FROM 1 BY 1
              UNTIL REL-IDX > RELEASE-COUNT
              IF REL-USED(REL-IDX) = 'N'
                 ADD 1 TO UNMATCHED-CARD-CTR
                 MOVE REL-FEED(REL-IDX)         TO CARD-FEED
                 MOVE REL-AREA-KEY(REL-IDX)     TO CARD-AREA-KEY
                 MOVE REL-PERIOD(REL-IDX)       TO CARD-PERIOD
                 MOVE REL-CONFIRMED-BY(REL-IDX) TO CARD-CONFIRMED-BY
                 MOVE "NOT ON SUSPECT FILE"     TO CARD-RESULT
                 PERFORM 0500-WRITE-CARD-LINE
              END-IF
           END-PERFORM.
           COMPUTE NOT-RELEASED-CTR =
              INVALID-CARD-CTR + UNMATCHED-CARD-CTR.

       0500-WRITE-CARD-LINE.
           MOVE SPACES TO RELEASE-RPT-REC.
           STRING CARD-FEED          DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  CARD-AREA-KEY      DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  CARD-PERIOD        DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  CARD-RESULT        DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  CARD-CONFIRMED-BY  DELIMITED BY SIZE
             INTO RELEASE-RPT-REC
           END-STRING.
           WRITE RELEASE-RPT-REC.
           IF RELEASE-RPT-STATUS NOT = "00"
              DISPLAY "WRITE RELEASE-RPT-REC FILE-STATUS IS "
                      RELEASE-RPT-STATUS " FOR " CARD-AREA-KEY
           END-IF.

       0800-WRITE-RELEASE-TOTALS.
           MOVE SPACES TO RELEASE-RPT-REC.
           STRING "RELEASE TOTALS -- CARDS=" DELIMITED BY SIZE
                  CARD-CTR                   DELIMITED BY SIZE
                  " HELD-IN="                DELIMITED BY SIZE
                  SUSPECT-READ-CTR           DELIMITED BY SIZE
                  " RELEASED="               DELIMITED BY SIZE
                  RELEASED-CTR               DELIMITED BY SIZE
                  " STILL-HELD="             DELIMITED BY SIZE
                  STILL-HELD-CTR             DELIMITED BY SIZE
                  " INVALID="                DELIMITED BY SIZE
                  INVALID-CARD-CTR           DELIMITED BY SIZE
                  " UNMATCHED="              DELIMITED BY SIZE
                  UNMATCHED-CARD-CTR         DELIMITED BY SIZE
             INTO RELEASE-RPT-REC
           END-STRING.
           WRITE RELEASE-RPT-REC.

       0900-CLOSE-FILES.
           PERFORM 0115-WRITE-RUN-END.
           CLOSE RUN-CTL.
           CLOSE RELEASE-FILE,
                 SUSPECT-IN,
                 SUSPECT-OUT,
                 SCRN-RACE,
                 SCRN-SEX,
                 SCRN-ETHNICITY,
                 SCRN-AGE,
                 SCRN-INDUSTRY,
                 SCRN-VETERAN,
                 RELEASE-RPT.
