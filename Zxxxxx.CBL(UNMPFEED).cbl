      *---  H  run date, reporting period            ---*
      *---  D  one per area per category group -     ---*
      *---     area key, group code/name, group      ---*
      *---     total, inactive count, and a withheld ---*
      *---     flag for each (S below threshold, C   ---*
      *---     complement; the count goes out zero)  ---*
      *---  T  detail record count, hash total of    ---*
      *---     the group totals, hash total of the   ---*
      *---     inactive counts                       ---*
      *---the run writes its own START/END counts to ---*
      *---the shared run-control file like the rest  ---*
      *---of the stream.                             ---*
      *---Each run also logs the submission on       ---*
      *---UNMPSLOG - sent date and the trailer totals---*
      *---written, with a resubmission count when the---*
      *---period is sent again - for UNMPACK to match---*
      *---the office's acknowledgment against.  A run---*
      *---that finds no records for the period (most ---*
      *---often a mistyped period card) is not       ---*
      *---logged: there is nothing to acknowledge.   ---*
      *---Disclosure control: a group total or       ---*
      *---inactive count from 1 to below the         ---*
      *---threshold is withheld.  The six group      ---*
      *---totals of an area balance against each     ---*
      *---other, so one withheld total withholds all ---*
      *---of that area's totals.  The trailer hashes ---*
      *---cover only what is sent.  Each withheld    ---*
      *---count is listed on the suppression log     ---*
      *---UESUPLOG for the confidentiality officer.  ---*
      *---Parameter card: reporting date YYYY-MM-DD, ---*
      *---optionally followed by ,threshold - the    ---*
      *---smallest non-zero count sent (default 5).  ---*
      *-------------------------------------------------*
       IDENTIFICATION DIVISION.
      *-----------------------
              FILE STATUS IS FILE-STATUS.
           SELECT FEED-FILE          ASSIGN TO UEFEED
              FILE STATUS IS FEED-FILE-STATUS.
           SELECT OPTIONAL SUPPRESSION-LOG ASSIGN TO UESUPLOG
              FILE STATUS IS SUPPLOG-FILE-STATUS.
           SELECT OPTIONAL SUBMISSION-LOG ASSIGN TO UNMPSLOG
           ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS SLOG-PERIOD
              FILE STATUS IS SLOG-FILE-STATUS.
           SELECT OPTIONAL RUN-CTL   ASSIGN TO RUNCTL
              FILE STATUS IS RUNCTL-FILE-STATUS.
      *-------------
               10  UE-VSAM-VETERAN-INA       PIC 9(5).
       FD  FEED-FILE         RECORDING MODE F.
       01  FEED-REC          PIC X(80).
      * Suppression log, appended to by every program that sends
      * counts outside - one line per withheld cell.
       FD  SUPPRESSION-LOG   RECORDING MODE F.
       01  SUPPRESSION-LOG-REC PIC X(132).
      * Submission log, one record per reporting period.  UNMPFEED
      * writes the sent date and the trailer totals it wrote each
      * time the period is sent (a resend bumps the resubmission
      * count and clears the previous ack); UNMPACK posts the
      * office's ack against it.  The same layout is kept in every
      * program that uses the file.
       FD  SUBMISSION-LOG.
       01  SLOG-REC.
           05 SLOG-PERIOD            PIC X(10).
           05 SLOG-STATUS            PIC X(4).
               88 SLOG-SENT           VALUE "SENT".
               88 SLOG-ACCEPTED       VALUE "ACPT".
               88 SLOG-REJECTED       VALUE "REJD".
               88 SLOG-MISMATCH       VALUE "MISM".
           05 SLOG-SENT-DATE         PIC X(8).
           05 SLOG-SENT-TIME         PIC X(6).
           05 SLOG-FIRST-SENT-DATE   PIC X(8).
           05 SLOG-RESUB-COUNT       PIC 9(3).
           05 SLOG-SENT-COUNT        PIC 9(8).
           05 SLOG-SENT-TOTAL-HASH   PIC 9(12).
           05 SLOG-SENT-INA-HASH     PIC 9(10).
           05 SLOG-ACK-DATE          PIC X(8).
           05 SLOG-ACK-COUNT         PIC 9(8).
           05 SLOG-ACK-TOTAL-HASH    PIC 9(12).
           05 SLOG-ACK-INA-HASH      PIC 9(10).
           05 SLOG-REJECT-LINES      PIC 9(5).
           05 FILLER                 PIC X(8).
      * Shared run-control/audit-trail file.  Every program in the
      * nightly stream appends a START record when it begins and an
      * END record with its counts when it completes, so any run
      * can be answered for after the job log is gone.  The same
      * layout is kept in every program that writes the file.
      * Count slots for UNMPFEED: 1 records read, 2 areas
      * selected, 3 detail records written, 4 resubmission number
      * of the period (0 on its first send), 5 counts withheld
      * below threshold, 6 totals withheld as complements; the
      * rest stay zero.
       FD  RUN-CTL           RECORDING MODE F.
       01  RUN-CTL-REC.
           05 RC-RUN-DATE        PIC X(8).
         05 DTL-GROUP-NAME     PIC X(10).
         05 DTL-GROUP-TOTAL    PIC 9(8).
         05 DTL-GROUP-INA      PIC 9(5).
         05 DTL-TOTAL-FLAG     PIC X.
         05 DTL-INA-FLAG       PIC X.
         05 FILLER             PIC X(45) VALUE SPACES.
       01 FEED-TRAILER-REC.
         05 TRL-REC-TYPE       PIC X VALUE "T".
         05 TRL-DETAIL-COUNT   PIC 9(8).
         05 FILLER             PIC X(49) VALUE SPACES.

       01 PARM-PERIOD          PIC X(10).
       01 PARM-THRESHOLD-TEXT  PIC X(3).
       01 FLAGS.
         05 EOF-FLAG           PIC X VALUE SPACE.
           88 EOF               VALUE 'Y'.
       01 GROUP-NAME-TABLE REDEFINES GROUP-NAME-LIST.
         05 GROUP-NAME         PIC X(10) OCCURS 6 TIMES.

      * Disclosure control for the record in hand: space = sent,
      * S = below threshold, C = withheld as a complement.
       01 SUPPRESS-THRESHOLD   PIC 9(3) VALUE 5.
       01 TOTAL-FLAGS.
         05 TOTAL-FLAG         PIC X OCCURS 6 TIMES.
       01 INA-FLAGS.
         05 INA-FLAG           PIC X OCCURS 6 TIMES.
       01 PRIMARY-IN-AREA      PIC 9(2) VALUE 0.
       01 LOG-GROUP-NAME       PIC X(10).
       01 LOG-CELL-NAME        PIC X(14).
       01 LOG-VALUE            PIC 9(8).
       01 LOG-REASON           PIC X(40).
       01 PRIMARY-CTR          PIC 9(8) VALUE 0.
       01 COMPLEMENT-CTR       PIC 9(8) VALUE 0.
       01 SUPPLOG-FILE-STATUS  PIC X(02) VALUE SPACES.

      * Control totals for the trailer.  The hash totals are
      * straight sums of the detail group totals and inactive
      * counts as sent, so the office can prove nothing was cut off in
      * transfer before loading anything.
       01 READ-CTR             PIC 9(8) VALUE 0.
       01 AREA-CTR             PIC 9(8) VALUE 0.
       01 FILE-STATUS          PIC X(02) VALUE SPACES.
       01 PARM-FILE-STATUS     PIC X(02) VALUE SPACES.
       01 FEED-FILE-STATUS     PIC X(02) VALUE SPACES.
       01 SLOG-FILE-STATUS     PIC X(02) VALUE SPACES.
       01 RESUB-CTR            PIC 9(8) VALUE 0.
       01 RUNCTL-FILE-STATUS   PIC X(02) VALUE SPACES.
       01 ACCEPT-DATE          PIC X(8).
       01 ACCEPT-TIME          PIC X(8).
           PERFORM 0200-WRITE-FEED-HEADER.
           PERFORM 0300-EXTRACT-PERIOD.
           PERFORM 0400-WRITE-FEED-TRAILER.
           IF AREA-CTR > 0
              PERFORM 0500-LOG-SUBMISSION
           ELSE
              DISPLAY "EMPTY FEED - SUBMISSION NOT LOGGED FOR "
                      PARM-PERIOD
           END-IF.
           PERFORM 0900-CLOSE-FILES.
           DISPLAY "FEED COMPLETE - " DETAIL-CTR
                   " DETAIL RECORD(S) FOR " AREA-CTR
              STOP RUN
           END-IF.
           OPEN OUTPUT FEED-FILE.
           OPEN EXTEND SUPPRESSION-LOG.
           OPEN I-O SUBMISSION-LOG.
           IF SLOG-FILE-STATUS NOT = "00"
              AND SLOG-FILE-STATUS NOT = "05"
              DISPLAY "OPEN UNMPSLOG FILE-STATUS IS "
                      SLOG-FILE-STATUS " ENDING..."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN EXTEND RUN-CTL.
           PERFORM 0110-WRITE-RUN-START.

           MOVE READ-CTR   TO RC-COUNT(1).
           MOVE AREA-CTR   TO RC-COUNT(2).
           MOVE DETAIL-CTR TO RC-COUNT(3).
           MOVE RESUB-CTR  TO RC-COUNT(4).
           MOVE PRIMARY-CTR    TO RC-COUNT(5).
           MOVE COMPLEMENT-CTR TO RC-COUNT(6).
           WRITE RUN-CTL-REC.
           IF RUNCTL-FILE-STATUS NOT = "00"
              DISPLAY "WRITE RUN-CTL-REC FILE-STATUS IS "
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE SPACES TO PARM-THRESHOLD-TEXT.
           IF PARM-REC(11:1) = ","
              MOVE PARM-REC(12:3) TO PARM-THRESHOLD-TEXT
           END-IF.
           EVALUATE TRUE
              WHEN PARM-REC(11:1) NOT = "," AND NOT = SPACE
                 DISPLAY "INVALID THRESHOLD ON PARMCARD: "
                         PARM-REC(11:10) " - ENDING..."
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              WHEN PARM-THRESHOLD-TEXT = SPACES
                 CONTINUE
              WHEN PARM-THRESHOLD-TEXT(1:1) IS NUMERIC
                   AND PARM-THRESHOLD-TEXT(2:2) = SPACES
                 MOVE PARM-THRESHOLD-TEXT(1:1) TO SUPPRESS-THRESHOLD
              WHEN PARM-THRESHOLD-TEXT(1:2) IS NUMERIC
                   AND PARM-THRESHOLD-TEXT(3:1) = SPACES
                 MOVE PARM-THRESHOLD-TEXT(1:2) TO SUPPRESS-THRESHOLD
              WHEN PARM-THRESHOLD-TEXT(1:3) IS NUMERIC
                 MOVE PARM-THRESHOLD-TEXT(1:3) TO SUPPRESS-THRESHOLD
              WHEN OTHER
                 DISPLAY "INVALID THRESHOLD ON PARMCARD: "
                         PARM-THRESHOLD-TEXT " - ENDING..."
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-EVALUATE.
           DISPLAY "FEED REQUESTED FOR PERIOD " PARM-PERIOD.
           DISPLAY "COUNTS BELOW " SUPPRESS-THRESHOLD " WITHHELD".
           MOVE SPACES TO SUPPRESSION-LOG-REC.
           STRING "UNMPFEED RUN "        DELIMITED BY SIZE
                  ACCEPT-DATE            DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  ACCEPT-TIME(1:6)       DELIMITED BY SIZE
                  "  THRESHOLD "         DELIMITED BY SIZE
                  SUPPRESS-THRESHOLD     DELIMITED BY SIZE
                  "  PERIOD "            DELIMITED BY SIZE
                  PARM-PERIOD            DELIMITED BY SIZE
             INTO SUPPRESSION-LOG-REC
           END-STRING.
           PERFORM 0660-WRITE-LOG-LINE.

       0200-WRITE-FEED-HEADER.
           ACCEPT ACCEPT-DATE FROM DATE YYYYMMDD.

       0310-WRITE-AREA-DETAILS.
           PERFORM 0330-TOTAL-THE-GROUPS.
           PERFORM 0600-APPLY-SUPPRESSION.
           PERFORM VARYING GRP-SUB FROM 1 BY 1 UNTIL GRP-SUB > 6
              MOVE UE-VSAM-KEY TO DTL-AREA-KEY
              MOVE GRP-SUB TO DTL-GROUP-CODE
              MOVE GROUP-NAME(GRP-SUB) TO DTL-GROUP-NAME
              MOVE TOTAL-FLAG(GRP-SUB) TO DTL-TOTAL-FLAG
              MOVE INA-FLAG(GRP-SUB) TO DTL-INA-FLAG
              IF TOTAL-FLAG(GRP-SUB) = SPACE
                 MOVE GROUP-WORK-TOT(GRP-SUB) TO DTL-GROUP-TOTAL
              ELSE
                 MOVE 0 TO DTL-GROUP-TOTAL
              END-IF
              IF INA-FLAG(GRP-SUB) = SPACE
                 MOVE INA-WORK-TOT(GRP-SUB) TO DTL-GROUP-INA
              ELSE
                 MOVE 0 TO DTL-GROUP-INA
              END-IF
              PERFORM 0320-WRITE-ONE-DETAIL
           END-PERFORM.

                   " TOTAL-HASH=" TRL-TOTAL-HASH
                   " INA-HASH=" TRL-INA-HASH.

      * A period sent again keeps its first-sent date, counts the
      * resubmission and drops the old ack, which no longer
      * describes what the office holds.
       0500-LOG-SUBMISSION.
           MOVE PARM-PERIOD TO SLOG-PERIOD.
           READ SUBMISSION-LOG
             INVALID KEY
                MOVE SPACES      TO SLOG-REC
                MOVE PARM-PERIOD TO SLOG-PERIOD
                MOVE ACCEPT-DATE TO SLOG-FIRST-SENT-DATE
                MOVE 0           TO SLOG-RESUB-COUNT
                PERFORM 0510-SET-SENT-FIELDS
                WRITE SLOG-REC
             NOT INVALID KEY
                ADD 1 TO SLOG-RESUB-COUNT
                PERFORM 0510-SET-SENT-FIELDS
                REWRITE SLOG-REC
           END-READ.
           IF SLOG-FILE-STATUS NOT = "00"
              DISPLAY "WRITE SLOG-REC FILE-STATUS IS "
                      SLOG-FILE-STATUS " FOR " SLOG-PERIOD
              MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE SLOG-RESUB-COUNT TO RESUB-CTR.
           DISPLAY "SUBMISSION LOGGED FOR " SLOG-PERIOD
                   " - RESUBMISSION COUNT " SLOG-RESUB-COUNT.

       0510-SET-SENT-FIELDS.
           ACCEPT ACCEPT-DATE FROM DATE YYYYMMDD.
           ACCEPT ACCEPT-TIME FROM TIME.
           SET SLOG-SENT TO TRUE.
           MOVE ACCEPT-DATE        TO SLOG-SENT-DATE.
           MOVE ACCEPT-TIME(1:6)   TO SLOG-SENT-TIME.
           MOVE DETAIL-CTR         TO SLOG-SENT-COUNT.
           MOVE TOTAL-HASH         TO SLOG-SENT-TOTAL-HASH.
           MOVE INA-HASH           TO SLOG-SENT-INA-HASH.
           MOVE SPACES             TO SLOG-ACK-DATE.
           MOVE ZEROES             TO SLOG-ACK-COUNT,
                                      SLOG-ACK-TOTAL-HASH,
                                      SLOG-ACK-INA-HASH,
                                      SLOG-REJECT-LINES.

      *----------------------------------------------------------
      * Disclosure control for the area in hand.  A zero count
      * identifies no one and is sent.  Every group counts the
      * same people, so a withheld total would come straight back
      * from any other group's total - the rest of the area's
      * non-zero totals are withheld with it.  The inactive
      * counts are not part of any total and stand alone.
      *----------------------------------------------------------
       0600-APPLY-SUPPRESSION.
           MOVE SPACES TO TOTAL-FLAGS, INA-FLAGS.
           MOVE 0 TO PRIMARY-IN-AREA.
           PERFORM VARYING GRP-SUB FROM 1 BY 1 UNTIL GRP-SUB > 6
              IF GROUP-WORK-TOT(GRP-SUB) > 0
                 AND GROUP-WORK-TOT(GRP-SUB) < SUPPRESS-THRESHOLD
                 MOVE 'S' TO TOTAL-FLAG(GRP-SUB)
                 ADD 1 TO PRIMARY-IN-AREA
                 ADD 1 TO PRIMARY-CTR
                 MOVE "GROUP TOTAL" TO LOG-CELL-NAME
                 MOVE GROUP-WORK-TOT(GRP-SUB) TO LOG-VALUE
                 MOVE "BELOW THRESHOLD" TO LOG-REASON
                 PERFORM 0650-LOG-WITHHELD-CELL
              END-IF
              IF INA-WORK-TOT(GRP-SUB) > 0
                 AND INA-WORK-TOT(GRP-SUB) < SUPPRESS-THRESHOLD
                 MOVE 'S' TO INA-FLAG(GRP-SUB)
                 ADD 1 TO PRIMARY-CTR
                 MOVE "INACTIVE" TO LOG-CELL-NAME
                 MOVE INA-WORK-TOT(GRP-SUB) TO LOG-VALUE
                 MOVE "BELOW THRESHOLD" TO LOG-REASON
                 PERFORM 0650-LOG-WITHHELD-CELL
              END-IF
           END-PERFORM.
           IF PRIMARY-IN-AREA > 0
              PERFORM VARYING GRP-SUB FROM 1 BY 1 UNTIL GRP-SUB > 6
                 IF TOTAL-FLAG(GRP-SUB) = SPACE
                    AND GROUP-WORK-TOT(GRP-SUB) > 0
                    PERFORM 0610-SUPPRESS-COMPLEMENT
                 END-IF
              END-PERFORM
           END-IF.

       0610-SUPPRESS-COMPLEMENT.
           MOVE 'C' TO TOTAL-FLAG(GRP-SUB).
           ADD 1 TO COMPLEMENT-CTR.
           MOVE "GROUP TOTAL" TO LOG-CELL-NAME.
           MOVE GROUP-WORK-TOT(GRP-SUB) TO LOG-VALUE.
           MOVE "COMPLEMENT - AREA HAS A WITHHELD TOTAL" TO LOG-REASON.
           PERFORM 0650-LOG-WITHHELD-CELL.

       0650-LOG-WITHHELD-CELL.
           MOVE SPACES TO SUPPRESSION-LOG-REC.
           STRING "UNMPFEED "            DELIMITED BY SIZE
                  UE-VSAM-KEY            DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  UE-VSAM-DATE           DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  GROUP-NAME(GRP-SUB)    DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  LOG-CELL-NAME          DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  LOG-VALUE              DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  LOG-REASON             DELIMITED BY SIZE
             INTO SUPPRESSION-LOG-REC
           END-STRING.
           PERFORM 0660-WRITE-LOG-LINE.

       0660-WRITE-LOG-LINE.
           WRITE SUPPRESSION-LOG-REC.
           IF SUPPLOG-FILE-STATUS NOT = "00"
              DISPLAY "WRITE SUPPRESSION-LOG-REC FILE-STATUS IS "
                      SUPPLOG-FILE-STATUS
           END-IF.

       0900-CLOSE-FILES.
           MOVE SPACES TO SUPPRESSION-LOG-REC.
           STRING "UNMPFEED TOTALS -- AREAS=" DELIMITED BY SIZE
                  AREA-CTR                    DELIMITED BY SIZE
                  " BELOW-THRESHOLD="         DELIMITED BY SIZE
                  PRIMARY-CTR                 DELIMITED BY SIZE
                  " COMPLEMENTS="             DELIMITED BY SIZE
                  COMPLEMENT-CTR              DELIMITED BY SIZE
             INTO SUPPRESSION-LOG-REC
           END-STRING.
           PERFORM 0660-WRITE-LOG-LINE.
           PERFORM 0115-WRITE-RUN-END.
           CLOSE RUN-CTL.
           CLOSE PARM-FILE,
                 UE-VSAM,
                 FEED-FILE,
                 SUBMISSION-LOG,
                 SUPPRESSION-LOG.
