      *-------------------------------------------------*
      *------Open Mainframe Project COBOL 3 / 9.3-------*
      *-------------------------------------------------*
      *-----QUARTERLY/ANNUAL SUMMARY CLUSTER BUILD------*
      *-------------------------------------------------*
      *---Averages the monthly UNMPVSAM periods into ---*
      *---the UNMPSUMM summary cluster, keyed by area---*
      *---key and period code - YYYYQn for a quarter,---*
      *---YYYYA for the annual average.  Every       ---*
      *---category count and inactive count of all   ---*
      *---six groups is averaged over the months on  ---*
      *---file, and the number of months that        ---*
      *---actually contributed is kept with it, so a ---*
      *---quarter short a month is marked incomplete ---*
      *---instead of being averaged silently.        ---*
      *---Parameter card (optional, comma separated):---*
      *---  up to 8 reporting dates YYYY-MM-DD that  ---*
      *---  arrived late or were changed - only the  ---*
      *---  quarter and year holding each are rebuilt---*
      *---  blank/missing card = rebuild everything  ---*
      *---The periods being rebuilt are deleted from ---*
      *---the summary cluster first and written      ---*
      *---fresh, so a rerun always leaves the same   ---*
      *---result.  The summary record carries its    ---*
      *---counts in the UE-VSAM layout so UNMPROLL,  ---*
      *---UNMPRATE and UNMPRANK can report from it.  ---*
      *-------------------------------------------------*
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    UNMPPAGG.
       AUTHOR.        Dave Driscoll.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PARM-FILE ASSIGN TO PARMCARD
              FILE STATUS IS PARM-FILE-STATUS.
           SELECT UE-VSAM            ASSIGN TO UNMPVSAM
           ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS UE-VSAM-REC-KEY
              FILE STATUS IS FILE-STATUS.
           SELECT UE-SUMM            ASSIGN TO UNMPSUMM
           ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS UE-SUMM-REC-KEY
              FILE STATUS IS SUMM-FILE-STATUS.
           SELECT SUMMARY-BUILD-RPT  ASSIGN TO UESUMRPT
              FILE STATUS IS SUMM-RPT-STATUS.
           SELECT OPTIONAL RUN-CTL   ASSIGN TO RUNCTL
              FILE STATUS IS RUNCTL-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  PARM-FILE         RECORDING MODE F.
       01  PARM-REC          PIC X(80).
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
      * counts in record order, then the six inactive counts.
       01  UE-VSAM-FIELD-VIEW.
           05 FILLER                 PIC X(18).
           05 UE-VSAM-CAT-COUNT      PIC 9(6) OCCURS 39 TIMES.
           05 UE-VSAM-INA-COUNT      PIC 9(5) OCCURS 6 TIMES.
      * Quarterly/annual summary cluster.  The counts are laid out
      * exactly as on UE-VSAM (39 category counts, then the six
      * inactive counts) so a reader can move them straight into
      * its UE-VSAM record area.  The same layout is kept in every
      * program that reads the file.
       FD  UE-SUMM.
       01  UE-SUMM-REC.
           05 UE-SUMM-REC-KEY.
               10 UE-SUMM-KEY        PIC X(8).
               10 UE-SUMM-PERIOD     PIC X(6).
           05 UE-SUMM-COUNTS.
               10 UE-SUMM-CAT-AVG    PIC 9(6) OCCURS 39 TIMES.
               10 UE-SUMM-INA-AVG    PIC 9(5) OCCURS 6 TIMES.
           05 UE-SUMM-MONTHS         PIC 9(2).
           05 UE-SUMM-EXPECTED       PIC 9(2).
           05 UE-SUMM-STATUS         PIC X.
               88 UE-SUMM-COMPLETE    VALUE 'C'.
               88 UE-SUMM-INCOMPLETE  VALUE 'I'.
           05 UE-SUMM-BUILT-DATE     PIC X(8).
           05 FILLER                 PIC X(9).
       FD  SUMMARY-BUILD-RPT RECORDING MODE F.
       01  SUMMARY-BUILD-RPT-REC PIC X(132).
      * Shared run-control/audit-trail file.  Every program in the
      * nightly stream appends a START record when it begins and an
      * END record with its counts when it completes, so any run
      * can be answered for after the job log is gone.  The same
      * layout is kept in every program that writes the file.
      * Count slots for UNMPPAGG: 1 monthly records read, 2 summary
      * records deleted, 3 summary records written, 4 written
      * incomplete; the rest stay zero.
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
       01 PARM-DATES.
         05 PARM-DATE          PIC X(10) OCCURS 8 TIMES.
       01 PARM-SUB             PIC 9(2) COMP VALUE 0.

       01 FLAGS.
         05 EOF-FLAG           PIC X VALUE SPACE.
           88 EOF               VALUE 'Y'.
         05 EOF-PARM-FLAG      PIC X VALUE SPACE.
           88 EOF-PARM          VALUE 'Y'.
         05 EOF-SUMM-FLAG      PIC X VALUE SPACE.
           88 EOF-SUMM          VALUE 'Y'.
         05 REBUILD-ALL-FLAG   PIC X VALUE 'Y'.
           88 REBUILD-ALL       VALUE 'Y'.
         05 CODE-AFFECTED-FLAG PIC X VALUE 'N'.
           88 CODE-AFFECTED     VALUE 'Y'.

      * Period codes being rebuilt when the card names dates -
      * each date brings in its quarter and its year.
       01 AFFECTED-COUNT       PIC 9(2) VALUE 0.
       01 AFFECTED-TABLE.
         05 AFFECTED-CODE      PIC X(6) OCCURS 16 TIMES
           INDEXED BY AFF-IDX.
       01 WORK-CODE            PIC X(6).
       01 WORK-MONTH           PIC 9(2) VALUE 0.
       01 WORK-QUARTER         PIC 9 VALUE 0.

      * Running sums for the area and year in hand - four quarters
      * and the year, every count, with the months behind each.
       01 CURRENT-AREA-KEY     PIC X(8) VALUE SPACES.
       01 CURRENT-YEAR         PIC X(4) VALUE SPACES.
       01 QUARTER-SUMS.
         05 QUARTER-ENTRY OCCURS 4 TIMES.
             10 QTR-MONTHS     PIC 9(2).
             10 QTR-CAT-SUM    PIC 9(8) OCCURS 39 TIMES.
             10 QTR-INA-SUM    PIC 9(7) OCCURS 6 TIMES.
       01 YEAR-SUMS.
         05 YEAR-MONTHS        PIC 9(2).
         05 YEAR-CAT-SUM       PIC 9(8) OCCURS 39 TIMES.
         05 YEAR-INA-SUM       PIC 9(7) OCCURS 6 TIMES.
       01 QTR-SUB              PIC 9 VALUE 0.
       01 FLD-SUB              PIC 9(2) COMP VALUE 0.

       01 READ-CTR             PIC 9(8) VALUE 0.
       01 BAD-DATE-CTR         PIC 9(8) VALUE 0.
       01 DELETE-CTR           PIC 9(8) VALUE 0.
       01 WRITE-CTR            PIC 9(8) VALUE 0.
       01 INCOMPLETE-CTR       PIC 9(8) VALUE 0.
       01 FILE-STATUS          PIC X(02) VALUE SPACES.
       01 SUMM-FILE-STATUS     PIC X(02) VALUE SPACES.
       01 PARM-FILE-STATUS     PIC X(02) VALUE SPACES.
       01 SUMM-RPT-STATUS      PIC X(02) VALUE SPACES.
       01 RUNCTL-FILE-STATUS   PIC X(02) VALUE SPACES.
       01 ACCEPT-DATE          PIC X(8).
       01 ACCEPT-TIME          PIC X(8).

      *------------------
       PROCEDURE DIVISION.
      *------------------
       0000-MAIN.
           PERFORM 0100-OPEN-FILES.
           PERFORM 0150-READ-PARM.
           PERFORM 0200-DELETE-AFFECTED-PERIODS.
           PERFORM 0300-BUILD-SUMMARIES.
           PERFORM 0800-WRITE-BUILD-TOTALS.
           PERFORM 0900-CLOSE-FILES.
           DISPLAY "SUMMARY BUILD COMPLETE - " WRITE-CTR
                   " WRITTEN, " INCOMPLETE-CTR " INCOMPLETE".
           IF BAD-DATE-CTR > 0
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
           OPEN I-O UE-SUMM.
           IF SUMM-FILE-STATUS NOT = "00"
              DISPLAY "OPEN UNMPSUMM FILE-STATUS IS "
                      SUMM-FILE-STATUS " ENDING..."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT SUMMARY-BUILD-RPT.
           OPEN EXTEND RUN-CTL.
           PERFORM 0110-WRITE-RUN-START.
           ACCEPT ACCEPT-DATE FROM DATE YYYYMMDD.

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
           MOVE READ-CTR       TO RC-COUNT(1).
           MOVE DELETE-CTR     TO RC-COUNT(2).
           MOVE WRITE-CTR      TO RC-COUNT(3).
           MOVE INCOMPLETE-CTR TO RC-COUNT(4).
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
           MOVE "UNMPPAGG"         TO RC-PROGRAM.

      * No card, or a blank one, rebuilds every period.  A card
      * naming dates rebuilds only their quarters and years.
       0150-READ-PARM.
           MOVE SPACES TO PARM-DATES.
           OPEN INPUT PARM-FILE.
           IF PARM-FILE-STATUS = "00"
              READ PARM-FILE
                AT END SET EOF-PARM TO TRUE
              END-READ
              IF NOT EOF-PARM AND PARM-REC NOT = SPACES
                 UNSTRING PARM-REC DELIMITED BY ","
                   INTO PARM-DATE(1), PARM-DATE(2), PARM-DATE(3),
                        PARM-DATE(4), PARM-DATE(5), PARM-DATE(6),
                        PARM-DATE(7), PARM-DATE(8)
                 MOVE 'N' TO REBUILD-ALL-FLAG
              END-IF
              CLOSE PARM-FILE
           END-IF.
           MOVE SPACES TO SUMMARY-BUILD-RPT-REC.
           IF REBUILD-ALL
              MOVE "SUMMARY BUILD - FULL REBUILD OF EVERY PERIOD"
                TO SUMMARY-BUILD-RPT-REC
              PERFORM 0700-WRITE-REPORT-LINE
           ELSE
              MOVE "SUMMARY BUILD - PERIODS REBUILT:"
                TO SUMMARY-BUILD-RPT-REC
              PERFORM 0700-WRITE-REPORT-LINE
              PERFORM VARYING PARM-SUB FROM 1 BY 1
                 UNTIL PARM-SUB > 8
                 IF PARM-DATE(PARM-SUB) NOT = SPACES
                    PERFORM 0160-ADD-AFFECTED-CODES
                 END-IF
              END-PERFORM
              IF AFFECTED-COUNT = 0
                 DISPLAY "NO VALID DATES ON PARMCARD - ENDING..."
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

       0160-ADD-AFFECTED-CODES.
           IF PARM-DATE(PARM-SUB)(1:4) IS NOT NUMERIC
              OR PARM-DATE(PARM-SUB)(5:1) NOT = "-"
              OR PARM-DATE(PARM-SUB)(6:2) IS NOT NUMERIC
              OR PARM-DATE(PARM-SUB)(8:1) NOT = "-"
              OR PARM-DATE(PARM-SUB)(9:2) IS NOT NUMERIC
              OR PARM-DATE(PARM-SUB)(6:2) < "01"
              OR PARM-DATE(PARM-SUB)(6:2) > "12"
              DISPLAY "INVALID DATE ON PARMCARD: "
                      PARM-DATE(PARM-SUB) " - ENDING..."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE PARM-DATE(PARM-SUB)(6:2) TO WORK-MONTH.
           COMPUTE WORK-QUARTER = (WORK-MONTH - 1) / 3 + 1.
           MOVE SPACES TO WORK-CODE.
           STRING PARM-DATE(PARM-SUB)(1:4) DELIMITED BY SIZE
                  "Q"                      DELIMITED BY SIZE
                  WORK-QUARTER             DELIMITED BY SIZE
             INTO WORK-CODE
           END-STRING.
           PERFORM 0170-ADD-ONE-CODE.
           MOVE SPACES TO WORK-CODE.
           STRING PARM-DATE(PARM-SUB)(1:4) DELIMITED BY SIZE
                  "A"                      DELIMITED BY SIZE
             INTO WORK-CODE
           END-STRING.
           PERFORM 0170-ADD-ONE-CODE.

       0170-ADD-ONE-CODE.
           SET AFF-IDX TO 1.
           SEARCH AFFECTED-CODE VARYING AFF-IDX
             AT END
                ADD 1 TO AFFECTED-COUNT
                MOVE WORK-CODE TO AFFECTED-CODE(AFFECTED-COUNT)
                MOVE SPACES TO SUMMARY-BUILD-RPT-REC
                STRING "  "      DELIMITED BY SIZE
                       WORK-CODE DELIMITED BY SIZE
                  INTO SUMMARY-BUILD-RPT-REC
                END-STRING
                PERFORM 0700-WRITE-REPORT-LINE
             WHEN AFFECTED-CODE(AFF-IDX) = WORK-CODE
                CONTINUE
           END-SEARCH.

       0180-CHECK-CODE-AFFECTED.
           IF REBUILD-ALL
              SET CODE-AFFECTED TO TRUE
           ELSE
              MOVE 'N' TO CODE-AFFECTED-FLAG
              SET AFF-IDX TO 1
              SEARCH AFFECTED-CODE VARYING AFF-IDX
                AT END CONTINUE
                WHEN AFFECTED-CODE(AFF-IDX) = WORK-CODE
                   SET CODE-AFFECTED TO TRUE
              END-SEARCH
           END-IF.

      *----------------------------------------------------------
      * Clear the periods being rebuilt.  A quarter that has lost
      * all its months (a remap, a backout) disappears instead of
      * keeping its old averages.
      *----------------------------------------------------------
       0200-DELETE-AFFECTED-PERIODS.
           MOVE LOW-VALUES TO UE-SUMM-REC-KEY.
           START UE-SUMM KEY IS NOT LESS THAN UE-SUMM-REC-KEY
             INVALID KEY SET EOF-SUMM TO TRUE
           END-START.
           PERFORM UNTIL EOF-SUMM
              READ UE-SUMM NEXT RECORD
                AT END SET EOF-SUMM TO TRUE
                NOT AT END
                   MOVE UE-SUMM-PERIOD TO WORK-CODE
                   PERFORM 0180-CHECK-CODE-AFFECTED
                   IF CODE-AFFECTED
                      DELETE UE-SUMM RECORD
                      IF SUMM-FILE-STATUS NOT = "00"
                         DISPLAY "DELETE FILE-STATUS IS "
                                 SUMM-FILE-STATUS " FOR "
                                 UE-SUMM-KEY " " UE-SUMM-PERIOD
                      ELSE
                         ADD 1 TO DELETE-CTR
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.

      *----------------------------------------------------------
      * One pass of the monthly cluster in key order - area, then
      * date - with a break on area and year.  Each break writes
      * that area's quarters and year.
      *----------------------------------------------------------
       0300-BUILD-SUMMARIES.
           MOVE SPACES TO SUMMARY-BUILD-RPT-REC.
           PERFORM 0700-WRITE-REPORT-LINE.
           MOVE "KEY      PERIOD MONTHS EXPECTED STATUS"
             TO SUMMARY-BUILD-RPT-REC.
           PERFORM 0700-WRITE-REPORT-LINE.
           PERFORM 0330-CLEAR-SUMS.
           MOVE LOW-VALUES TO UE-VSAM-REC-KEY.
           START UE-VSAM KEY IS NOT LESS THAN UE-VSAM-REC-KEY
             INVALID KEY SET EOF TO TRUE
           END-START.
           PERFORM UNTIL EOF
              READ UE-VSAM NEXT RECORD
                AT END SET EOF TO TRUE
                NOT AT END
                   ADD 1 TO READ-CTR
                   PERFORM 0310-ADD-MONTH
              END-READ
           END-PERFORM.
           IF CURRENT-AREA-KEY NOT = SPACES
              PERFORM 0400-WRITE-AREA-YEAR
           END-IF.

       0310-ADD-MONTH.
           IF UE-VSAM-DATE(6:2) IS NOT NUMERIC
              OR UE-VSAM-DATE(6:2) < "01"
              OR UE-VSAM-DATE(6:2) > "12"
              DISPLAY "BAD REPORTING DATE " UE-VSAM-DATE
                      " FOR " UE-VSAM-KEY " - NOT SUMMARIZED"
              ADD 1 TO BAD-DATE-CTR
           ELSE
              IF UE-VSAM-KEY NOT = CURRENT-AREA-KEY
                 OR UE-VSAM-DATE(1:4) NOT = CURRENT-YEAR
                 IF CURRENT-AREA-KEY NOT = SPACES
                    PERFORM 0400-WRITE-AREA-YEAR
                 END-IF
                 PERFORM 0330-CLEAR-SUMS
                 MOVE UE-VSAM-KEY       TO CURRENT-AREA-KEY
                 MOVE UE-VSAM-DATE(1:4) TO CURRENT-YEAR
              END-IF
              PERFORM 0320-ACCUMULATE-MONTH
           END-IF.

       0320-ACCUMULATE-MONTH.
           MOVE UE-VSAM-DATE(6:2) TO WORK-MONTH.
           COMPUTE QTR-SUB = (WORK-MONTH - 1) / 3 + 1.
           ADD 1 TO QTR-MONTHS(QTR-SUB).
           ADD 1 TO YEAR-MONTHS.
           PERFORM VARYING FLD-SUB FROM 1 BY 1
              UNTIL FLD-SUB > 39
              ADD UE-VSAM-CAT-COUNT(FLD-SUB)
                TO QTR-CAT-SUM(QTR-SUB, FLD-SUB)
              ADD UE-VSAM-CAT-COUNT(FLD-SUB)
                TO YEAR-CAT-SUM(FLD-SUB)
           END-PERFORM.
           PERFORM VARYING FLD-SUB FROM 1 BY 1
              UNTIL FLD-SUB > 6
              ADD UE-VSAM-INA-COUNT(FLD-SUB)
                TO QTR-INA-SUM(QTR-SUB, FLD-SUB)
              ADD UE-VSAM-INA-COUNT(FLD-SUB)
                TO YEAR-INA-SUM(FLD-SUB)
           END-PERFORM.

       0330-CLEAR-SUMS.
           MOVE ZEROES TO QUARTER-SUMS.
           MOVE ZEROES TO YEAR-SUMS.

       0400-WRITE-AREA-YEAR.
           PERFORM VARYING QTR-SUB FROM 1 BY 1
              UNTIL QTR-SUB > 4
              IF QTR-MONTHS(QTR-SUB) > 0
                 MOVE SPACES TO WORK-CODE
                 STRING CURRENT-YEAR DELIMITED BY SIZE
                        "Q"          DELIMITED BY SIZE
                        QTR-SUB      DELIMITED BY SIZE
                   INTO WORK-CODE
                 END-STRING
                 PERFORM 0180-CHECK-CODE-AFFECTED
                 IF CODE-AFFECTED
                    PERFORM 0410-WRITE-QUARTER
                 END-IF
              END-IF
           END-PERFORM.
           IF YEAR-MONTHS > 0
              MOVE SPACES TO WORK-CODE
              STRING CURRENT-YEAR DELIMITED BY SIZE
                     "A"          DELIMITED BY SIZE
                INTO WORK-CODE
              END-STRING
              PERFORM 0180-CHECK-CODE-AFFECTED
              IF CODE-AFFECTED
                 PERFORM 0420-WRITE-YEAR
              END-IF
           END-IF.

       0410-WRITE-QUARTER.
           MOVE SPACES TO UE-SUMM-REC.
           MOVE CURRENT-AREA-KEY TO UE-SUMM-KEY.
           MOVE WORK-CODE        TO UE-SUMM-PERIOD.
           PERFORM VARYING FLD-SUB FROM 1 BY 1
              UNTIL FLD-SUB > 39
              COMPUTE UE-SUMM-CAT-AVG(FLD-SUB) ROUNDED =
                 QTR-CAT-SUM(QTR-SUB, FLD-SUB) / QTR-MONTHS(QTR-SUB)
           END-PERFORM.
           PERFORM VARYING FLD-SUB FROM 1 BY 1
              UNTIL FLD-SUB > 6
              COMPUTE UE-SUMM-INA-AVG(FLD-SUB) ROUNDED =
                 QTR-INA-SUM(QTR-SUB, FLD-SUB) / QTR-MONTHS(QTR-SUB)
           END-PERFORM.
           MOVE QTR-MONTHS(QTR-SUB) TO UE-SUMM-MONTHS.
           MOVE 3                   TO UE-SUMM-EXPECTED.
           PERFORM 0430-WRITE-SUMMARY-RECORD.

       0420-WRITE-YEAR.
           MOVE SPACES TO UE-SUMM-REC.
           MOVE CURRENT-AREA-KEY TO UE-SUMM-KEY.
           MOVE WORK-CODE        TO UE-SUMM-PERIOD.
           PERFORM VARYING FLD-SUB FROM 1 BY 1
              UNTIL FLD-SUB > 39
              COMPUTE UE-SUMM-CAT-AVG(FLD-SUB) ROUNDED =
                 YEAR-CAT-SUM(FLD-SUB) / YEAR-MONTHS
           END-PERFORM.
           PERFORM VARYING FLD-SUB FROM 1 BY 1
              UNTIL FLD-SUB > 6
              COMPUTE UE-SUMM-INA-AVG(FLD-SUB) ROUNDED =
                 YEAR-INA-SUM(FLD-SUB) / YEAR-MONTHS
           END-PERFORM.
           MOVE YEAR-MONTHS TO UE-SUMM-MONTHS.
           MOVE 12          TO UE-SUMM-EXPECTED.
           PERFORM 0430-WRITE-SUMMARY-RECORD.

      * Fewer months than the period holds marks the record
      * incomplete and lists it, so the average is never taken
      * for a full one.
       0430-WRITE-SUMMARY-RECORD.
           IF UE-SUMM-MONTHS < UE-SUMM-EXPECTED
              SET UE-SUMM-INCOMPLETE TO TRUE
           ELSE
              SET UE-SUMM-COMPLETE TO TRUE
           END-IF.
           MOVE ACCEPT-DATE TO UE-SUMM-BUILT-DATE.
           WRITE UE-SUMM-REC.
           IF SUMM-FILE-STATUS NOT = "00"
              DISPLAY "WRITE UE-SUMM-REC FILE-STATUS IS "
                      SUMM-FILE-STATUS " FOR " UE-SUMM-KEY " "
                      UE-SUMM-PERIOD
           ELSE
              ADD 1 TO WRITE-CTR
              IF UE-SUMM-INCOMPLETE
                 ADD 1 TO INCOMPLETE-CTR
                 MOVE SPACES TO SUMMARY-BUILD-RPT-REC
                 STRING UE-SUMM-KEY        DELIMITED BY SIZE
                        " "                DELIMITED BY SIZE
                        UE-SUMM-PERIOD     DELIMITED BY SIZE
                        " "                DELIMITED BY SIZE
                        UE-SUMM-MONTHS     DELIMITED BY SIZE
                        "     "            DELIMITED BY SIZE
                        UE-SUMM-EXPECTED   DELIMITED BY SIZE
                        "       INCOMPLETE" DELIMITED BY SIZE
                   INTO SUMMARY-BUILD-RPT-REC
                 END-STRING
                 PERFORM 0700-WRITE-REPORT-LINE
              END-IF
           END-IF.

       0700-WRITE-REPORT-LINE.
           WRITE SUMMARY-BUILD-RPT-REC.
           IF SUMM-RPT-STATUS NOT = "00"
              DISPLAY "WRITE SUMMARY-BUILD-RPT-REC FILE-STATUS IS "
                      SUMM-RPT-STATUS
           END-IF.

       0800-WRITE-BUILD-TOTALS.
           MOVE SPACES TO SUMMARY-BUILD-RPT-REC.
           PERFORM 0700-WRITE-REPORT-LINE.
           MOVE SPACES TO SUMMARY-BUILD-RPT-REC.
           STRING "SUMMARY TOTALS -- MONTHS READ=" DELIMITED BY SIZE
                  READ-CTR                         DELIMITED BY SIZE
                  " BAD-DATE="                     DELIMITED BY SIZE
                  BAD-DATE-CTR                     DELIMITED BY SIZE
                  " DELETED="                      DELIMITED BY SIZE
                  DELETE-CTR                       DELIMITED BY SIZE
                  " WRITTEN="                      DELIMITED BY SIZE
                  WRITE-CTR                        DELIMITED BY SIZE
                  " INCOMPLETE="                   DELIMITED BY SIZE
                  INCOMPLETE-CTR                   DELIMITED BY SIZE
             INTO SUMMARY-BUILD-RPT-REC
           END-STRING.
           PERFORM 0700-WRITE-REPORT-LINE.

       0900-CLOSE-FILES.
           PERFORM 0115-WRITE-RUN-END.
           CLOSE RUN-CTL.
           CLOSE UE-VSAM,
                 UE-SUMM,
                 SUMMARY-BUILD-RPT.
