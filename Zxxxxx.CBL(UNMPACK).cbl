      *-------------------------------------------------*
      *------Open Mainframe Project COBOL 3 / 9.3-------*
      *-------------------------------------------------*
      *----STATE OFFICE ACKNOWLEDGMENT INTAKE/STATUS----*
      *-------------------------------------------------*
      *---Reads the state economics office's return  ---*
      *---acknowledgment file and matches each ack to---*
      *---the submission UNMPFEED logged on UNMPSLOG ---*
      *---for that reporting period.  Their record   ---*
      *---count and hash totals are checked against  ---*
      *---the trailer totals UNMPFEED actually wrote,---*
      *---and the log is updated with the ack date   ---*
      *---and status.  Ack file (80 byte records):   ---*
      *---  A  period, ACCEPTED/REJECTED, ack date,  ---*
      *---     their detail count and hash totals    ---*
      *---  R  period, area key, group code, reason  ---*
      *---     - one per detail line they rejected   ---*
      *---Then every period on the log, and every    ---*
      *---period loaded on UNMPVSAM since the log    ---*
      *---began, is checked so a missed deliverable  ---*
      *---shows up before its due date passes:       ---*
      *---  not sent and due soon or overdue,        ---*
      *---  sent but not acknowledged in time,       ---*
      *---  rejected or with disagreeing totals.     ---*
      *---Parameter card (optional, comma separated):---*
      *---  due-days,ack-days,warn-days,since        ---*
      *---  due-days  days after the reporting date  ---*
      *---            the feed is due (blank = 30)   ---*
      *---  ack-days  days to wait for an ack after  ---*
      *---            sending (blank = 10)           ---*
      *---  warn-days days before the due date a     ---*
      *---            period is listed (blank = 7)   ---*
      *---  since     earliest period YYYY-MM-DD to  ---*
      *---            check (blank = first logged;   ---*
      *---            with an empty log and no since ---*
      *---            period, unlogged periods are   ---*
      *---            not checked)                   ---*
      *-------------------------------------------------*
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    UNMPACK.
       AUTHOR.        Dave Driscoll.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PARM-FILE ASSIGN TO PARMCARD
              FILE STATUS IS PARM-FILE-STATUS.
           SELECT OPTIONAL ACK-FILE  ASSIGN TO ACKFILE
              FILE STATUS IS ACK-FILE-STATUS.
           SELECT UE-VSAM            ASSIGN TO UNMPVSAM
           ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS UE-VSAM-REC-KEY
              FILE STATUS IS FILE-STATUS.
           SELECT OPTIONAL SUBMISSION-LOG ASSIGN TO UNMPSLOG
           ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS SLOG-PERIOD
              FILE STATUS IS SLOG-FILE-STATUS.
           SELECT ACK-RPT            ASSIGN TO UEACKRPT
              FILE STATUS IS ACK-RPT-STATUS.
           SELECT OPTIONAL RUN-CTL   ASSIGN TO RUNCTL
              FILE STATUS IS RUNCTL-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  PARM-FILE         RECORDING MODE F.
       01  PARM-REC          PIC X(80).
      * The office's acknowledgment file.  Column 1 is the record
      * type; an A record carries the result for one period and
      * is followed by the R records for any lines it rejected.
       FD  ACK-FILE          RECORDING MODE F.
       01  ACK-REC.
           05 ACK-REC-TYPE       PIC X.
               88 ACK-IS-RESULT   VALUE "A".
               88 ACK-IS-REJECT   VALUE "R".
           05 ACK-PERIOD         PIC X(10).
           05 ACK-RESULT         PIC X(8).
               88 ACK-ACCEPTED    VALUE "ACCEPTED".
               88 ACK-REJECTED    VALUE "REJECTED".
           05 ACK-DATE           PIC X(8).
           05 ACK-DETAIL-COUNT   PIC 9(8).
           05 ACK-TOTAL-HASH     PIC 9(12).
           05 ACK-INA-HASH       PIC 9(10).
           05 FILLER             PIC X(23).
       01  ACK-REJECT-REC.
           05 FILLER             PIC X.
           05 REJ-PERIOD         PIC X(10).
           05 REJ-AREA-KEY       PIC X(8).
           05 REJ-GROUP-CODE     PIC X.
           05 REJ-REASON         PIC X(50).
           05 FILLER             PIC X(10).
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
      * Submission log, one record per reporting period.  UNMPFEED
      * writes the sent date and the trailer totals it wrote each
      * time the period is sent (a resend bumps the resubmission
      * count and clears the previous ack); this program posts the
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
       FD  ACK-RPT           RECORDING MODE F.
       01  ACK-RPT-REC       PIC X(132).
      * Shared run-control/audit-trail file.  Every program in the
      * nightly stream appends a START record when it begins and an
      * END record with its counts when it completes, so any run
      * can be answered for after the job log is gone.  The same
      * layout is kept in every program that writes the file.
      * Count slots for UNMPACK: 1 ack records read, 2 periods
      * accepted, 3 periods rejected, 4 totals disagreeing,
      * 5 reject detail lines, 6 acks with no submission, 7 periods
      * overdue, 8 periods unacknowledged, 9 periods due soon; the
      * rest stay zero.
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
       01 PARM-FIELDS.
         05 PARM-DUE-TEXT      PIC X(3).
         05 PARM-ACK-TEXT      PIC X(3).
         05 PARM-WARN-TEXT     PIC X(3).
         05 PARM-SINCE         PIC X(10).
       01 DUE-DAYS             PIC 9(3) VALUE 30.
       01 ACK-DAYS             PIC 9(3) VALUE 10.
       01 WARN-DAYS            PIC 9(3) VALUE 7.
       01 DAYS-TEXT            PIC X(3).
       01 DAYS-VALUE           PIC 9(3) VALUE 0.
       01 SINCE-PERIOD         PIC X(10) VALUE SPACES.

       01 FLAGS.
         05 EOF-FLAG           PIC X VALUE SPACE.
           88 EOF               VALUE 'Y'.
         05 EOF-PARM-FLAG      PIC X VALUE SPACE.
           88 EOF-PARM          VALUE 'Y'.
         05 EOF-ACK-FLAG       PIC X VALUE SPACE.
           88 EOF-ACK           VALUE 'Y'.
         05 EOF-SLOG-FLAG      PIC X VALUE SPACE.
           88 EOF-SLOG          VALUE 'Y'.
         05 DAYS-VALID-FLAG    PIC X VALUE 'Y'.
           88 DAYS-VALID        VALUE 'Y'.
         05 CURRENT-ACK-FLAG   PIC X VALUE 'N'.
           88 CURRENT-ACK-MATCHED VALUE 'Y'.
         05 LOG-FOUND-FLAG     PIC X VALUE 'N'.
           88 LOG-FOUND         VALUE 'Y'.

      * The period the last A record named, so its R records are
      * posted against the right submission.
       01 CURRENT-ACK-PERIOD   PIC X(10) VALUE SPACES.

      * Distinct reporting periods loaded on UNMPVSAM - each one is
      * a deliverable whether or not it has been sent yet.
       01 PERIOD-COUNT         PIC 9(4) VALUE 0.
       01 PERIOD-TABLE.
         05 PERIOD-ENTRY OCCURS 0 TO 1200 TIMES
           DEPENDING ON PERIOD-COUNT
           INDEXED BY PER-IDX.
             10 PERIOD-DATE    PIC X(10).
       01 PERIOD-TABLE-MAX     PIC 9(4) VALUE 1200.
       01 PERIOD-SUB           PIC 9(4) COMP VALUE 0.

      * Date arithmetic for the due and ack windows, by day number.
       01 DATE-WORK.
         05 DATE-WORK-TEXT     PIC X(8).
         05 DATE-WORK-NUM REDEFINES DATE-WORK-TEXT PIC 9(8).
       01 TODAY-DAYNUM         PIC 9(7) VALUE 0.
       01 DUE-DAYNUM           PIC 9(7) VALUE 0.
       01 SENT-DAYNUM          PIC 9(7) VALUE 0.
       01 DUE-DATE-NUM         PIC 9(8) VALUE 0.
       01 CHECK-PERIOD         PIC X(10).
       01 CONDITION-TEXT       PIC X(32).
       01 DUE-STATE-TEXT       PIC X(8).

       01 ACK-READ-CTR         PIC 9(8) VALUE 0.
       01 ACCEPTED-CTR         PIC 9(8) VALUE 0.
       01 REJECTED-CTR         PIC 9(8) VALUE 0.
       01 MISMATCH-CTR         PIC 9(8) VALUE 0.
       01 REJECT-LINE-CTR      PIC 9(8) VALUE 0.
       01 UNMATCHED-CTR        PIC 9(8) VALUE 0.
       01 INVALID-ACK-CTR      PIC 9(8) VALUE 0.
       01 OVERDUE-CTR          PIC 9(8) VALUE 0.
       01 UNACKED-CTR          PIC 9(8) VALUE 0.
       01 DUE-SOON-CTR         PIC 9(8) VALUE 0.
       01 OPEN-REJECT-CTR      PIC 9(8) VALUE 0.
       01 PERIODS-CHECKED-CTR  PIC 9(8) VALUE 0.
       01 FILE-STATUS          PIC X(02) VALUE SPACES.
       01 PARM-FILE-STATUS     PIC X(02) VALUE SPACES.
       01 ACK-FILE-STATUS      PIC X(02) VALUE SPACES.
       01 SLOG-FILE-STATUS     PIC X(02) VALUE SPACES.
       01 ACK-RPT-STATUS       PIC X(02) VALUE SPACES.
       01 RUNCTL-FILE-STATUS   PIC X(02) VALUE SPACES.
       01 ACCEPT-DATE          PIC X(8).
       01 ACCEPT-TIME          PIC X(8).

      *------------------
       PROCEDURE DIVISION.
      *------------------
       0000-MAIN.
           PERFORM 0100-OPEN-FILES.
           PERFORM 0150-READ-PARM.
           PERFORM 0200-PROCESS-ACKS.
           PERFORM 0400-COLLECT-LOADED-PERIODS.
           PERFORM 0500-CHECK-SUBMISSION-STATUS.
           PERFORM 0800-WRITE-ACK-TOTALS.
           PERFORM 0900-CLOSE-FILES.
           DISPLAY "ACK INTAKE COMPLETE - " ACK-READ-CTR
                   " ACK RECORD(S), " OVERDUE-CTR " OVERDUE, "
                   UNACKED-CTR " UNACKNOWLEDGED".
           IF REJECTED-CTR > 0 OR MISMATCH-CTR > 0
              OR UNMATCHED-CTR > 0 OR INVALID-ACK-CTR > 0
              OR OVERDUE-CTR > 0 OR UNACKED-CTR > 0
              OR DUE-SOON-CTR > 0 OR OPEN-REJECT-CTR > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       0100-OPEN-FILES.
           OPEN INPUT UE-VSAM.
           IF FILE-STATUS NOT = "00"
              DISPLAY "OPEN UNMPVSAM FILE-STATUS IS " FILE-STATUS
                      " ENDING..."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN I-O SUBMISSION-LOG.
           IF SLOG-FILE-STATUS NOT = "00"
              AND SLOG-FILE-STATUS NOT = "05"
              DISPLAY "OPEN UNMPSLOG FILE-STATUS IS "
                      SLOG-FILE-STATUS " ENDING..."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT ACK-RPT.
           OPEN EXTEND RUN-CTL.
           PERFORM 0110-WRITE-RUN-START.
           ACCEPT ACCEPT-DATE FROM DATE YYYYMMDD.
           MOVE ACCEPT-DATE TO DATE-WORK-TEXT.
           COMPUTE TODAY-DAYNUM =
              FUNCTION INTEGER-OF-DATE(DATE-WORK-NUM).

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
           MOVE ACK-READ-CTR    TO RC-COUNT(1).
           MOVE ACCEPTED-CTR    TO RC-COUNT(2).
           MOVE REJECTED-CTR    TO RC-COUNT(3).
           MOVE MISMATCH-CTR    TO RC-COUNT(4).
           MOVE REJECT-LINE-CTR TO RC-COUNT(5).
           MOVE UNMATCHED-CTR   TO RC-COUNT(6).
           MOVE OVERDUE-CTR     TO RC-COUNT(7).
           MOVE UNACKED-CTR     TO RC-COUNT(8).
           MOVE DUE-SOON-CTR    TO RC-COUNT(9).
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
           MOVE "UNMPACK"          TO RC-PROGRAM.

       0150-READ-PARM.
           MOVE SPACES TO PARM-FIELDS.
           OPEN INPUT PARM-FILE.
           IF PARM-FILE-STATUS = "00"
              READ PARM-FILE
                AT END SET EOF-PARM TO TRUE
              END-READ
              IF NOT EOF-PARM AND PARM-REC NOT = SPACES
                 UNSTRING PARM-REC DELIMITED BY ","
                   INTO PARM-DUE-TEXT,
                        PARM-ACK-TEXT,
                        PARM-WARN-TEXT,
                        PARM-SINCE
              END-IF
              CLOSE PARM-FILE
           END-IF.
           IF PARM-DUE-TEXT NOT = SPACES
              MOVE PARM-DUE-TEXT TO DAYS-TEXT
              PERFORM 0160-EDIT-DAYS
              MOVE DAYS-VALUE TO DUE-DAYS
           END-IF.
           IF PARM-ACK-TEXT NOT = SPACES
              MOVE PARM-ACK-TEXT TO DAYS-TEXT
              PERFORM 0160-EDIT-DAYS
              MOVE DAYS-VALUE TO ACK-DAYS
           END-IF.
           IF PARM-WARN-TEXT NOT = SPACES
              MOVE PARM-WARN-TEXT TO DAYS-TEXT
              PERFORM 0160-EDIT-DAYS
              MOVE DAYS-VALUE TO WARN-DAYS
           END-IF.
           IF PARM-SINCE NOT = SPACES
              IF PARM-SINCE(1:4) IS NOT NUMERIC
                 OR PARM-SINCE(5:1) NOT = "-"
                 OR PARM-SINCE(6:2) IS NOT NUMERIC
                 OR PARM-SINCE(8:1) NOT = "-"
                 OR PARM-SINCE(9:2) IS NOT NUMERIC
                 DISPLAY "INVALID SINCE PERIOD ON PARMCARD: "
                         PARM-SINCE " - ENDING..."
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE PARM-SINCE TO SINCE-PERIOD
           END-IF.
           DISPLAY "SUBMISSIONS DUE " DUE-DAYS " DAY(S) AFTER PERIOD,"
                   " ACK EXPECTED IN " ACK-DAYS " DAY(S), WARNING "
                   WARN-DAYS " DAY(S) AHEAD".

       0160-EDIT-DAYS.
           EVALUATE TRUE
              WHEN DAYS-TEXT(1:1) IS NUMERIC
                   AND DAYS-TEXT(2:2) = SPACES
                 MOVE DAYS-TEXT(1:1) TO DAYS-VALUE
              WHEN DAYS-TEXT(1:2) IS NUMERIC
                   AND DAYS-TEXT(3:1) = SPACES
                 MOVE DAYS-TEXT(1:2) TO DAYS-VALUE
              WHEN DAYS-TEXT(1:3) IS NUMERIC
                 MOVE DAYS-TEXT(1:3) TO DAYS-VALUE
              WHEN OTHER
                 DISPLAY "INVALID DAY COUNT ON PARMCARD: "
                         DAYS-TEXT " - ENDING..."
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-EVALUATE.

      *----------------------------------------------------------
      * Post each acknowledgment against its logged submission.
      * A missing ack file is not fatal - the status check below
      * still runs, which is how an unacknowledged period shows.
      *----------------------------------------------------------
       0200-PROCESS-ACKS.
           MOVE SPACES TO ACK-RPT-REC.
           STRING "STATE OFFICE ACKNOWLEDGMENTS - RUN "
                  DELIMITED BY SIZE
                  ACCEPT-DATE DELIMITED BY SIZE
             INTO ACK-RPT-REC
           END-STRING.
           PERFORM 0700-WRITE-REPORT-LINE.
           OPEN INPUT ACK-FILE.
           IF ACK-FILE-STATUS NOT = "00"
              MOVE SPACES TO ACK-RPT-REC
              MOVE "  NO ACKNOWLEDGMENT FILE RECEIVED" TO ACK-RPT-REC
              PERFORM 0700-WRITE-REPORT-LINE
           ELSE
              PERFORM UNTIL EOF-ACK
                 READ ACK-FILE
                   AT END SET EOF-ACK TO TRUE
                   NOT AT END
                      ADD 1 TO ACK-READ-CTR
                      PERFORM 0210-PROCESS-ONE-ACK
                 END-READ
              END-PERFORM
              CLOSE ACK-FILE
           END-IF.

       0210-PROCESS-ONE-ACK.
           EVALUATE TRUE
              WHEN ACK-IS-RESULT
                 PERFORM 0220-POST-ACK-RESULT
              WHEN ACK-IS-REJECT
                 PERFORM 0250-POST-REJECT-LINE
              WHEN ACK-REC = SPACES
                 CONTINUE
              WHEN OTHER
                 ADD 1 TO INVALID-ACK-CTR
                 MOVE SPACES TO ACK-RPT-REC
                 STRING "  *INVALID ACK RECORD TYPE - "
                        DELIMITED BY SIZE
                        ACK-REC(1:60) DELIMITED BY SIZE
                   INTO ACK-RPT-REC
                 END-STRING
                 PERFORM 0700-WRITE-REPORT-LINE
           END-EVALUATE.

       0220-POST-ACK-RESULT.
           MOVE ACK-PERIOD TO CURRENT-ACK-PERIOD.
           MOVE 'N' TO CURRENT-ACK-FLAG.
           MOVE SPACES TO ACK-RPT-REC.
           PERFORM 0700-WRITE-REPORT-LINE.
           IF NOT ACK-ACCEPTED AND NOT ACK-REJECTED
              ADD 1 TO INVALID-ACK-CTR
              MOVE SPACES TO ACK-RPT-REC
              STRING "PERIOD "                  DELIMITED BY SIZE
                     ACK-PERIOD                 DELIMITED BY SIZE
                     "  *UNKNOWN ACK RESULT "   DELIMITED BY SIZE
                     ACK-RESULT                 DELIMITED BY SIZE
                     " - NOT POSTED"            DELIMITED BY SIZE
                INTO ACK-RPT-REC
              END-STRING
              PERFORM 0700-WRITE-REPORT-LINE
           ELSE
              MOVE ACK-PERIOD TO SLOG-PERIOD
              READ SUBMISSION-LOG
                INVALID KEY
                   ADD 1 TO UNMATCHED-CTR
                   MOVE SPACES TO ACK-RPT-REC
                   STRING "PERIOD "             DELIMITED BY SIZE
                          ACK-PERIOD            DELIMITED BY SIZE
                          "  "                  DELIMITED BY SIZE
                          ACK-RESULT            DELIMITED BY SIZE
                          "  *NO SUBMISSION LOGGED FOR THIS PERIOD*"
                                                DELIMITED BY SIZE
                     INTO ACK-RPT-REC
                   END-STRING
                   PERFORM 0700-WRITE-REPORT-LINE
                NOT INVALID KEY
                   SET CURRENT-ACK-MATCHED TO TRUE
                   PERFORM 0230-COMPARE-AND-UPDATE
              END-READ
           END-IF.

      * Their counts must agree with the trailer UNMPFEED wrote -
      * an acceptance of a short or altered file is no acceptance.
       0230-COMPARE-AND-UPDATE.
           MOVE ACK-DATE         TO SLOG-ACK-DATE.
           MOVE ACK-DETAIL-COUNT TO SLOG-ACK-COUNT.
           MOVE ACK-TOTAL-HASH   TO SLOG-ACK-TOTAL-HASH.
           MOVE ACK-INA-HASH     TO SLOG-ACK-INA-HASH.
           MOVE 0                TO SLOG-REJECT-LINES.
           EVALUATE TRUE
              WHEN ACK-DETAIL-COUNT NOT = SLOG-SENT-COUNT
                OR ACK-TOTAL-HASH NOT = SLOG-SENT-TOTAL-HASH
                OR ACK-INA-HASH NOT = SLOG-SENT-INA-HASH
                 SET SLOG-MISMATCH TO TRUE
                 ADD 1 TO MISMATCH-CTR
              WHEN ACK-REJECTED
                 SET SLOG-REJECTED TO TRUE
                 ADD 1 TO REJECTED-CTR
              WHEN OTHER
                 SET SLOG-ACCEPTED TO TRUE
                 ADD 1 TO ACCEPTED-CTR
           END-EVALUATE.
           REWRITE SLOG-REC.
           IF SLOG-FILE-STATUS NOT = "00"
              DISPLAY "REWRITE SLOG-REC FILE-STATUS IS "
                      SLOG-FILE-STATUS " FOR " SLOG-PERIOD
           END-IF.
           MOVE SPACES TO ACK-RPT-REC.
           STRING "PERIOD "          DELIMITED BY SIZE
                  SLOG-PERIOD        DELIMITED BY SIZE
                  "  "               DELIMITED BY SIZE
                  ACK-RESULT         DELIMITED BY SIZE
                  "  ACK DATE "      DELIMITED BY SIZE
                  SLOG-ACK-DATE      DELIMITED BY SIZE
                  "  SENT "          DELIMITED BY SIZE
                  SLOG-SENT-DATE     DELIMITED BY SIZE
                  "  RESUBMISSIONS " DELIMITED BY SIZE
                  SLOG-RESUB-COUNT   DELIMITED BY SIZE
                  "  LOG STATUS "    DELIMITED BY SIZE
                  SLOG-STATUS        DELIMITED BY SIZE
             INTO ACK-RPT-REC
           END-STRING.
           PERFORM 0700-WRITE-REPORT-LINE.
           PERFORM 0240-WRITE-TOTALS-COMPARE.

       0240-WRITE-TOTALS-COMPARE.
           MOVE SPACES TO ACK-RPT-REC.
           STRING "    COUNT   SENT "      DELIMITED BY SIZE
                  SLOG-SENT-COUNT          DELIMITED BY SIZE
                  " ACK "                  DELIMITED BY SIZE
                  SLOG-ACK-COUNT           DELIMITED BY SIZE
                  "   TOTAL-HASH SENT "    DELIMITED BY SIZE
                  SLOG-SENT-TOTAL-HASH     DELIMITED BY SIZE
                  " ACK "                  DELIMITED BY SIZE
                  SLOG-ACK-TOTAL-HASH      DELIMITED BY SIZE
             INTO ACK-RPT-REC
           END-STRING.
           PERFORM 0700-WRITE-REPORT-LINE.
           MOVE SPACES TO ACK-RPT-REC.
           STRING "    INA-HASH SENT "     DELIMITED BY SIZE
                  SLOG-SENT-INA-HASH       DELIMITED BY SIZE
                  " ACK "                  DELIMITED BY SIZE
                  SLOG-ACK-INA-HASH        DELIMITED BY SIZE
             INTO ACK-RPT-REC
           END-STRING.
           IF SLOG-MISMATCH
              STRING "   *TOTALS DO NOT AGREE WITH FEED TRAILER*"
                     DELIMITED BY SIZE
                INTO ACK-RPT-REC(60:)
              END-STRING
           END-IF.
           PERFORM 0700-WRITE-REPORT-LINE.

      * Reject lines follow their A record.  Each one is listed
      * and counted on the log for the period.
       0250-POST-REJECT-LINE.
           ADD 1 TO REJECT-LINE-CTR.
           MOVE SPACES TO ACK-RPT-REC.
           STRING "    REJECTED  AREA "   DELIMITED BY SIZE
                  REJ-AREA-KEY            DELIMITED BY SIZE
                  " GROUP "               DELIMITED BY SIZE
                  REJ-GROUP-CODE          DELIMITED BY SIZE
                  "  "                    DELIMITED BY SIZE
                  REJ-REASON              DELIMITED BY SIZE
             INTO ACK-RPT-REC
           END-STRING.
           IF REJ-PERIOD NOT = CURRENT-ACK-PERIOD
              STRING " *PERIOD " DELIMITED BY SIZE
                     REJ-PERIOD  DELIMITED BY SIZE
                INTO ACK-RPT-REC(100:)
              END-STRING
           END-IF.
           PERFORM 0700-WRITE-REPORT-LINE.
           IF CURRENT-ACK-MATCHED
              AND REJ-PERIOD = CURRENT-ACK-PERIOD
              MOVE REJ-PERIOD TO SLOG-PERIOD
              READ SUBMISSION-LOG
                INVALID KEY CONTINUE
                NOT INVALID KEY
                   ADD 1 TO SLOG-REJECT-LINES
                   REWRITE SLOG-REC
                   IF SLOG-FILE-STATUS NOT = "00"
                      DISPLAY "REWRITE SLOG-REC FILE-STATUS IS "
                              SLOG-FILE-STATUS " FOR " SLOG-PERIOD
                   END-IF
              END-READ
           END-IF.

      *----------------------------------------------------------
      * Every reporting period loaded is a deliverable.  Collect
      * the distinct dates so the ones never sent can be found.
      *----------------------------------------------------------
       0400-COLLECT-LOADED-PERIODS.
           MOVE LOW-VALUES TO UE-VSAM-REC-KEY.
           START UE-VSAM KEY IS NOT LESS THAN UE-VSAM-REC-KEY
             INVALID KEY SET EOF TO TRUE
           END-START.
           PERFORM UNTIL EOF
              READ UE-VSAM NEXT RECORD
                AT END SET EOF TO TRUE
                NOT AT END
                   PERFORM 0410-ADD-LOADED-PERIOD
              END-READ
           END-PERFORM.

       0410-ADD-LOADED-PERIOD.
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
                MOVE UE-VSAM-DATE TO PERIOD-DATE(PERIOD-COUNT)
             WHEN PERIOD-DATE(PER-IDX) = UE-VSAM-DATE
                CONTINUE
           END-SEARCH.

      *----------------------------------------------------------
      * Status check.  First every period on the log, then every
      * loaded period the log has never seen.  Periods before the
      * since date (or, by default, before the first logged
      * period) predate the log and are not chased.  With nothing
      * logged yet and no since date there is no starting point -
      * chasing the whole loaded history would only bury the
      * report - so the unlogged pass is skipped and said so.
      *----------------------------------------------------------
       0500-CHECK-SUBMISSION-STATUS.
           MOVE SPACES TO ACK-RPT-REC.
           PERFORM 0700-WRITE-REPORT-LINE.
           MOVE "SUBMISSIONS NEEDING ATTENTION" TO ACK-RPT-REC.
           PERFORM 0700-WRITE-REPORT-LINE.
           MOVE SPACES TO ACK-RPT-REC.
           STRING "PERIOD     STAT SENT     ACK      RESUB "
                  DELIMITED BY SIZE
                  "DUE      CONDITION" DELIMITED BY SIZE
             INTO ACK-RPT-REC
           END-STRING.
           PERFORM 0700-WRITE-REPORT-LINE.
           MOVE LOW-VALUES TO SLOG-PERIOD.
           START SUBMISSION-LOG KEY IS NOT LESS THAN SLOG-PERIOD
             INVALID KEY SET EOF-SLOG TO TRUE
           END-START.
           PERFORM UNTIL EOF-SLOG
              READ SUBMISSION-LOG NEXT RECORD
                AT END SET EOF-SLOG TO TRUE
                NOT AT END
                   IF SINCE-PERIOD = SPACES
                      MOVE SLOG-PERIOD TO SINCE-PERIOD
                   END-IF
                   IF SLOG-PERIOD NOT < SINCE-PERIOD
                      SET LOG-FOUND TO TRUE
                      MOVE SLOG-PERIOD TO CHECK-PERIOD
                      PERFORM 0510-CHECK-ONE-PERIOD
                   END-IF
              END-READ
           END-PERFORM.
           IF SINCE-PERIOD = SPACES
              MOVE SPACES TO ACK-RPT-REC
              STRING "NO SUBMISSION LOGGED AND NO SINCE PERIOD GIVEN"
                     DELIMITED BY SIZE
                     " - UNLOGGED PERIODS NOT CHECKED"
                     DELIMITED BY SIZE
                INTO ACK-RPT-REC
              END-STRING
              PERFORM 0700-WRITE-REPORT-LINE
              DISPLAY "NO SUBMISSION LOGGED AND NO SINCE PERIOD - "
                      "UNLOGGED PERIODS NOT CHECKED"
           ELSE
              PERFORM 0505-CHECK-UNLOGGED-PERIODS
           END-IF.

       0505-CHECK-UNLOGGED-PERIODS.
           PERFORM VARYING PERIOD-SUB FROM 1 BY 1
              UNTIL PERIOD-SUB > PERIOD-COUNT
              IF PERIOD-DATE(PERIOD-SUB) NOT < SINCE-PERIOD
                 MOVE PERIOD-DATE(PERIOD-SUB) TO SLOG-PERIOD
                 READ SUBMISSION-LOG
                   INVALID KEY
                      MOVE 'N' TO LOG-FOUND-FLAG
                      MOVE SPACES TO SLOG-REC
                      MOVE ZEROES TO SLOG-RESUB-COUNT
                      MOVE PERIOD-DATE(PERIOD-SUB) TO CHECK-PERIOD
                      PERFORM 0510-CHECK-ONE-PERIOD
                   NOT INVALID KEY
                      CONTINUE
                 END-READ
              END-IF
           END-PERFORM.

       0510-CHECK-ONE-PERIOD.
           ADD 1 TO PERIODS-CHECKED-CTR.
           MOVE SPACES TO CONDITION-TEXT, DUE-STATE-TEXT.
           MOVE 0 TO DUE-DAYNUM, DUE-DATE-NUM.
           IF CHECK-PERIOD(1:4) IS NUMERIC
              AND CHECK-PERIOD(6:2) IS NUMERIC
              AND CHECK-PERIOD(9:2) IS NUMERIC
              AND CHECK-PERIOD(6:2) >= "01"
              AND CHECK-PERIOD(6:2) <= "12"
              AND CHECK-PERIOD(9:2) >= "01"
              AND CHECK-PERIOD(9:2) <= "31"
              STRING CHECK-PERIOD(1:4) CHECK-PERIOD(6:2)
                     CHECK-PERIOD(9:2) DELIMITED BY SIZE
                INTO DATE-WORK-TEXT
              END-STRING
              COMPUTE DUE-DAYNUM =
                 FUNCTION INTEGER-OF-DATE(DATE-WORK-NUM) + DUE-DAYS
              COMPUTE DUE-DATE-NUM =
                 FUNCTION DATE-OF-INTEGER(DUE-DAYNUM)
           END-IF.
           IF LOG-FOUND AND SLOG-ACCEPTED
              CONTINUE
           ELSE
      * The due date is chased only while nothing good has been
      * delivered; a period sent and waiting on its ack is left to
      * the ack-days test in 0520.
              IF DUE-DAYNUM > 0
                 AND (NOT LOG-FOUND OR SLOG-REJECTED OR SLOG-MISMATCH)
                 EVALUATE TRUE
                    WHEN TODAY-DAYNUM > DUE-DAYNUM
                       MOVE "OVERDUE" TO DUE-STATE-TEXT
                       ADD 1 TO OVERDUE-CTR
                    WHEN TODAY-DAYNUM + WARN-DAYS >= DUE-DAYNUM
                       MOVE "DUE SOON" TO DUE-STATE-TEXT
                       ADD 1 TO DUE-SOON-CTR
                 END-EVALUATE
              END-IF
              PERFORM 0520-SET-CONDITION
              IF CONDITION-TEXT NOT = SPACES
                 OR DUE-STATE-TEXT NOT = SPACES
                 PERFORM 0530-WRITE-STATUS-LINE
              END-IF
           END-IF.

       0520-SET-CONDITION.
           IF NOT LOG-FOUND
              MOVE "NOT SENT" TO CONDITION-TEXT
           ELSE
              MOVE SLOG-SENT-DATE TO DATE-WORK-TEXT
              IF DATE-WORK-TEXT IS NUMERIC
                 COMPUTE SENT-DAYNUM =
                    FUNCTION INTEGER-OF-DATE(DATE-WORK-NUM)
              ELSE
                 MOVE TODAY-DAYNUM TO SENT-DAYNUM
              END-IF
              EVALUATE TRUE
                 WHEN SLOG-REJECTED
                    MOVE "REJECTED BY OFFICE - RESEND"
                      TO CONDITION-TEXT
                    ADD 1 TO OPEN-REJECT-CTR
                 WHEN SLOG-MISMATCH
                    MOVE "ACK TOTALS DISAGREE - RESEND"
                      TO CONDITION-TEXT
                    ADD 1 TO OPEN-REJECT-CTR
                 WHEN SLOG-SENT
                      AND TODAY-DAYNUM > SENT-DAYNUM + ACK-DAYS
                    MOVE "UNACKNOWLEDGED" TO CONDITION-TEXT
                    ADD 1 TO UNACKED-CTR
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.

       0530-WRITE-STATUS-LINE.
           MOVE SPACES TO ACK-RPT-REC.
           STRING CHECK-PERIOD       DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  SLOG-STATUS        DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  SLOG-SENT-DATE     DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  SLOG-ACK-DATE      DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  SLOG-RESUB-COUNT   DELIMITED BY SIZE
                  "   "              DELIMITED BY SIZE
                  DUE-DATE-NUM       DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  CONDITION-TEXT     DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  DUE-STATE-TEXT     DELIMITED BY SIZE
             INTO ACK-RPT-REC
           END-STRING.
           PERFORM 0700-WRITE-REPORT-LINE.

       0700-WRITE-REPORT-LINE.
           WRITE ACK-RPT-REC.
           IF ACK-RPT-STATUS NOT = "00"
              DISPLAY "WRITE ACK-RPT-REC FILE-STATUS IS "
                      ACK-RPT-STATUS
           END-IF.

       0800-WRITE-ACK-TOTALS.
           MOVE SPACES TO ACK-RPT-REC.
           PERFORM 0700-WRITE-REPORT-LINE.
           MOVE SPACES TO ACK-RPT-REC.
           STRING "ACK TOTALS -- READ="   DELIMITED BY SIZE
                  ACK-READ-CTR            DELIMITED BY SIZE
                  " ACCEPTED="            DELIMITED BY SIZE
                  ACCEPTED-CTR            DELIMITED BY SIZE
                  " REJECTED="            DELIMITED BY SIZE
                  REJECTED-CTR            DELIMITED BY SIZE
                  " DISAGREE="            DELIMITED BY SIZE
                  MISMATCH-CTR            DELIMITED BY SIZE
                  " REJECT-LINES="        DELIMITED BY SIZE
                  REJECT-LINE-CTR         DELIMITED BY SIZE
                  " NO-SUBMISSION="       DELIMITED BY SIZE
                  UNMATCHED-CTR           DELIMITED BY SIZE
                  " INVALID="             DELIMITED BY SIZE
                  INVALID-ACK-CTR         DELIMITED BY SIZE
             INTO ACK-RPT-REC
           END-STRING.
           PERFORM 0700-WRITE-REPORT-LINE.
           MOVE SPACES TO ACK-RPT-REC.
           STRING "STATUS TOTALS -- CHECKED=" DELIMITED BY SIZE
                  PERIODS-CHECKED-CTR     DELIMITED BY SIZE
                  " OVERDUE="             DELIMITED BY SIZE
                  OVERDUE-CTR             DELIMITED BY SIZE
                  " DUE-SOON="            DELIMITED BY SIZE
                  DUE-SOON-CTR            DELIMITED BY SIZE
                  " UNACKNOWLEDGED="      DELIMITED BY SIZE
                  UNACKED-CTR             DELIMITED BY SIZE
                  " REJECTED-OPEN="       DELIMITED BY SIZE
                  OPEN-REJECT-CTR         DELIMITED BY SIZE
             INTO ACK-RPT-REC
           END-STRING.
           PERFORM 0700-WRITE-REPORT-LINE.

       0900-CLOSE-FILES.
           PERFORM 0115-WRITE-RUN-END.
           CLOSE RUN-CTL.
           CLOSE UE-VSAM,
                 SUBMISSION-LOG,
                 ACK-RPT.
