      *---  area-key,region-code,region-name         ---*
      *---Parameter card: a reporting date to roll   ---*
      *---up, or ALL (blank/missing card = ALL).     ---*
      *---A period code - YYYYQn or YYYYA - rolls up ---*
      *---the quarterly/annual averages from the     ---*
      *---UNMPSUMM summary cluster instead.          ---*
      *---Areas with no assignment roll into the     ---*
      *---UNASSIGNED region so nothing is dropped.   ---*
      *-------------------------------------------------*
              ACCESS IS DYNAMIC
              RECORD KEY IS UE-VSAM-REC-KEY
              FILE STATUS IS FILE-STATUS.
           SELECT OPTIONAL UE-SUMM   ASSIGN TO UNMPSUMM
           ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS UE-SUMM-REC-KEY
              FILE STATUS IS SUMM-FILE-STATUS.
           SELECT ROLLUP-RPT         ASSIGN TO UEROLRPT
              FILE STATUS IS ROLLUP-FILE-STATUS.
           SELECT OPTIONAL AREA-MASTER-FILE ASSIGN TO UEAREAMF
               10  UE-VSAM-AGE-INA           PIC 9(5).
               10  UE-VSAM-INDUSTRY-INA      PIC 9(5).
               10  UE-VSAM-VETERAN-INA       PIC 9(5).
      * Quarterly/annual summary cluster built by UNMPPAGG.  The
      * counts are laid out exactly as on UE-VSAM so a summary
      * record is rolled up through the same paragraphs.
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
       FD  ROLLUP-RPT        RECORDING MODE F.
       01  ROLLUP-RPT-REC    PIC X(132).
       FD  AREA-MASTER-FILE  RECORDING MODE F.
      * can be answered for after the job log is gone.  The same
      * layout is kept in every program that writes the file.
      * Count slots for UNMPROLL: 1 records read, 2 selected,
      * 3 regions, 4 unassigned, 5 keys not on area master,
      * 6 incomplete summary records rolled up; the rest stay zero.
       FD  RUN-CTL           RECORDING MODE F.
       01  RUN-CTL-REC.
           05 RC-RUN-DATE        PIC X(8).
           88 EOF-PARM          VALUE 'Y'.
         05 EOF-MASTER-FLAG    PIC X VALUE SPACE.
           88 EOF-MASTER        VALUE 'Y'.
         05 SOURCE-FLAG        PIC X VALUE 'M'.
           88 MONTHLY-SOURCE    VALUE 'M'.
           88 SUMMARY-SOURCE    VALUE 'S'.
       01 READ-CTR             PIC 9(8) VALUE 0.
       01 INCOMPLETE-CTR       PIC 9(8) VALUE 0.
       01 SUMM-FILE-STATUS     PIC X(02) VALUE SPACES.
       01 SELECT-CTR           PIC 9(8) VALUE 0.
       01 UNASSIGNED-CTR       PIC 9(8) VALUE 0.
       01 FILE-STATUS          PIC X(02) VALUE SPACES.
           PERFORM 0150-READ-PARM.
           PERFORM 0200-LOAD-REGION-TABLE.
           PERFORM 0250-LOAD-AREA-MASTER.
           IF SUMMARY-SOURCE
              PERFORM 0350-ROLL-UP-SUMMARY
           ELSE
              PERFORM 0300-ROLL-UP-DATABASE
           END-IF.
           PERFORM 0400-PRINT-ROLLUP-REPORT.
           PERFORM 0900-CLOSE-FILES.
           DISPLAY "ROLLUP COMPLETE - " SELECT-CTR " OF " READ-CTR
           MOVE REGION-COUNT   TO RC-COUNT(3).
           MOVE UNASSIGNED-CTR TO RC-COUNT(4).
           MOVE NO-MASTER-CTR  TO RC-COUNT(5).
           MOVE INCOMPLETE-CTR TO RC-COUNT(6).
           WRITE RUN-CTL-REC.
           IF RUNCTL-FILE-STATUS NOT = "00"
              DISPLAY "WRITE RUN-CTL-REC FILE-STATUS IS "
              MOVE "ALL" TO PARM-DATE
           END-IF.
           DISPLAY "ROLLUP REQUESTED FOR PERIOD " PARM-DATE.
           IF PARM-DATE(1:4) IS NUMERIC
              AND PARM-DATE(7:4) = SPACES
              AND ((PARM-DATE(5:1) = "Q"
                    AND PARM-DATE(6:1) >= "1"
                    AND PARM-DATE(6:1) <= "4")
                OR (PARM-DATE(5:1) = "A"
                    AND PARM-DATE(6:1) = SPACE))
              SET SUMMARY-SOURCE TO TRUE
              PERFORM 0160-OPEN-SUMMARY-FILE
           END-IF.

      * A period code reads the summary cluster; it is opened only
      * when asked for, so the monthly runs do not need it.
       0160-OPEN-SUMMARY-FILE.
           OPEN INPUT UE-SUMM.
           IF SUMM-FILE-STATUS NOT = "00"
              DISPLAY "OPEN UNMPSUMM FILE-STATUS IS "
                      SUMM-FILE-STATUS " ENDING..."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       0200-LOAD-REGION-TABLE.
           OPEN INPUT REGION-FILE.
              END-READ
           END-PERFORM.

      * Each summary record for the period is laid into the UE-VSAM
      * record area and rolled up exactly as a monthly record is.
       0350-ROLL-UP-SUMMARY.
           MOVE LOW-VALUES TO UE-SUMM-REC-KEY.
           START UE-SUMM KEY IS NOT LESS THAN UE-SUMM-REC-KEY
             INVALID KEY SET EOF TO TRUE
           END-START.
           PERFORM UNTIL EOF
              READ UE-SUMM NEXT RECORD
                AT END SET EOF TO TRUE
                NOT AT END
                   ADD 1 TO READ-CTR
                   IF UE-SUMM-PERIOD = PARM-DATE(1:6)
                      ADD 1 TO SELECT-CTR
                      IF UE-SUMM-INCOMPLETE
                         ADD 1 TO INCOMPLETE-CTR
                      END-IF
                      MOVE SPACES         TO UE-VSAM-REC
                      MOVE UE-SUMM-KEY    TO UE-VSAM-KEY
                      MOVE UE-SUMM-PERIOD TO UE-VSAM-DATE
                      MOVE UE-SUMM-COUNTS TO UE-VSAM-REC(19:264)
                      PERFORM 0310-ACCUMULATE-RECORD
                   END-IF
              END-READ
           END-PERFORM.

       0310-ACCUMULATE-RECORD.
           PERFORM 0315-CHECK-AREA-MASTER.
           PERFORM 0320-LOCATE-RECORD-REGION.
             INTO ROLLUP-RPT-REC
           END-STRING.
           WRITE ROLLUP-RPT-REC.
           IF SUMMARY-SOURCE
              MOVE SPACES TO ROLLUP-RPT-REC
              STRING "INCOMPLETE SUMMARY RECORDS INCLUDED "
                     DELIMITED BY SIZE
                     "(PERIOD SHORT A MONTH): " DELIMITED BY SIZE
                     INCOMPLETE-CTR DELIMITED BY SIZE
                INTO ROLLUP-RPT-REC
              END-STRING
              WRITE ROLLUP-RPT-REC
           END-IF.

       0410-PRINT-REGION-LINES.
           MOVE SPACES TO ROLLUP-RPT-REC.
           CLOSE RUN-CTL.
           CLOSE UE-VSAM,
                 ROLLUP-RPT.
           IF SUMMARY-SOURCE
              CLOSE UE-SUMM
           END-IF.
