      *---per group using the not-in-labor-force     ---*
      *---counts: total / (total + inactive) * 100.  ---*
      *---One block per area key / reporting period. ---*
      *---Parameter card (optional): a period code - ---*
      *---YYYYQn or YYYYA - or SUMMARY reports from  ---*
      *---the UNMPSUMM quarterly/annual averages     ---*
      *---instead (SUMMARY = every summary period);  ---*
      *---blank/missing card = the monthly database. ---*
      *-------------------------------------------------*
       IDENTIFICATION DIVISION.
      *-----------------------
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
           SELECT OPTIONAL UE-SUMM   ASSIGN TO UNMPSUMM
           ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS UE-SUMM-REC-KEY
              FILE STATUS IS SUMM-FILE-STATUS.
           SELECT RATE-RPT           ASSIGN TO UERTRPT
              FILE STATUS IS RATE-FILE-STATUS.
           SELECT OPTIONAL AREA-MASTER-FILE ASSIGN TO UEAREAMF
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  PARM-FILE         RECORDING MODE F.
       01  PARM-REC          PIC X(80).
       FD  UE-VSAM.
       01  UE-VSAM-REC.
           05 UE-VSAM-COMMON-FIELDS.
               10  UE-VSAM-AGE-INA           PIC 9(5).
               10  UE-VSAM-INDUSTRY-INA      PIC 9(5).
               10  UE-VSAM-VETERAN-INA       PIC 9(5).
      * Quarterly/annual summary cluster built by UNMPPAGG.  The
      * counts are laid out exactly as on UE-VSAM so a summary
      * record is reported through the same paragraphs.
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
       FD  RATE-RPT          RECORDING MODE F.
       01  RATE-RPT-REC      PIC X(80).
       FD  AREA-MASTER-FILE  RECORDING MODE F.
      * can be answered for after the job log is gone.  The same
      * layout is kept in every program that writes the file.
      * Count slots for UNMPRATE: 1 records reported, 2 keys not
      * on area master, 3 incomplete summary records reported; the
      * rest stay zero.
       FD  RUN-CTL           RECORDING MODE F.
       01  RUN-CTL-REC.
           05 RC-RUN-DATE        PIC X(8).
           88 EOF               VALUE 'Y'.
         05 EOF-MASTER-FLAG    PIC X VALUE SPACE.
           88 EOF-MASTER        VALUE 'Y'.
         05 EOF-PARM-FLAG      PIC X VALUE SPACE.
           88 EOF-PARM          VALUE 'Y'.
         05 SOURCE-FLAG        PIC X VALUE 'M'.
           88 MONTHLY-SOURCE    VALUE 'M'.
           88 SUMMARY-SOURCE    VALUE 'S'.
       01 PARM-PERIOD          PIC X(10) VALUE SPACES.
       01 READ-CTR             PIC 9(8) VALUE 0.
       01 INCOMPLETE-CTR       PIC 9(8) VALUE 0.
       01 FILE-STATUS          PIC X(02) VALUE SPACES.
       01 PARM-FILE-STATUS     PIC X(02) VALUE SPACES.
       01 SUMM-FILE-STATUS     PIC X(02) VALUE SPACES.
       01 RATE-FILE-STATUS     PIC X(02) VALUE SPACES.

      * Area-master reference table, loaded from UEAREAMF, so the
      *------------------
       0000-MAIN.
           PERFORM 0100-OPEN-FILES.
           PERFORM 0130-READ-PARM.
           PERFORM 0150-LOAD-AREA-MASTER.
           IF SUMMARY-SOURCE
              PERFORM 0210-PROCESS-SUMMARY
           ELSE
              PERFORM 0200-PROCESS-DATABASE
           END-IF.
           PERFORM 0900-CLOSE-FILES.
           DISPLAY "RATE REPORT COMPLETE - " READ-CTR
                   " RECORD(S) REPORTED ON UERTRPT".
           MOVE ZEROES TO RC-COUNTS.
           MOVE READ-CTR      TO RC-COUNT(1).
           MOVE NO-MASTER-CTR TO RC-COUNT(2).
           MOVE INCOMPLETE-CTR TO RC-COUNT(3).
           WRITE RUN-CTL-REC.
           IF RUNCTL-FILE-STATUS NOT = "00"
              DISPLAY "WRITE RUN-CTL-REC FILE-STATUS IS "
           MOVE ACCEPT-TIME(1:6)   TO RC-RUN-TIME.
           MOVE "UNMPRATE"         TO RC-PROGRAM.

      * No card keeps the monthly report.  A period code or SUMMARY
      * switches to the summary cluster, opened only when asked for.
       0130-READ-PARM.
           OPEN INPUT PARM-FILE.
           IF PARM-FILE-STATUS = "00"
              READ PARM-FILE
                AT END SET EOF-PARM TO TRUE
              END-READ
              IF NOT EOF-PARM AND PARM-REC NOT = SPACES
                 MOVE PARM-REC TO PARM-PERIOD
              END-IF
              CLOSE PARM-FILE
           END-IF.
           IF PARM-PERIOD = SPACES
              CONTINUE
           ELSE
              IF PARM-PERIOD = "SUMMARY"
                 OR (PARM-PERIOD(1:4) IS NUMERIC
                     AND PARM-PERIOD(7:4) = SPACES
                     AND ((PARM-PERIOD(5:1) = "Q"
                           AND PARM-PERIOD(6:1) >= "1"
                           AND PARM-PERIOD(6:1) <= "4")
                       OR (PARM-PERIOD(5:1) = "A"
                           AND PARM-PERIOD(6:1) = SPACE)))
                 SET SUMMARY-SOURCE TO TRUE
                 PERFORM 0140-OPEN-SUMMARY-FILE
              ELSE
                 DISPLAY "INVALID PARMCARD " PARM-PERIOD
                         " - EXPECTED YYYYQn, YYYYA OR SUMMARY"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

       0140-OPEN-SUMMARY-FILE.
           OPEN INPUT UE-SUMM.
           IF SUMM-FILE-STATUS NOT = "00"
              DISPLAY "OPEN UNMPSUMM FILE-STATUS IS "
                      SUMM-FILE-STATUS " ENDING..."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           DISPLAY "RATES REPORTED FROM SUMMARY CLUSTER - "
                   PARM-PERIOD.

      * A missing master file is not fatal - every key simply
      * reports as not on the master until the file is supplied.
       0150-LOAD-AREA-MASTER.
              END-READ
           END-PERFORM.

      * Each selected summary record is laid into the UE-VSAM record
      * area and reported exactly as a monthly record is.
       0210-PROCESS-SUMMARY.
           MOVE LOW-VALUES TO UE-SUMM-REC-KEY.
           START UE-SUMM KEY IS NOT LESS THAN UE-SUMM-REC-KEY
             INVALID KEY SET EOF TO TRUE
           END-START.
           PERFORM UNTIL EOF
              READ UE-SUMM NEXT RECORD
                AT END SET EOF TO TRUE
                NOT AT END
                   IF PARM-PERIOD = "SUMMARY"
                      OR UE-SUMM-PERIOD = PARM-PERIOD(1:6)
                      ADD 1 TO READ-CTR
                      MOVE SPACES         TO UE-VSAM-REC
                      MOVE UE-SUMM-KEY    TO UE-VSAM-KEY
                      MOVE UE-SUMM-PERIOD TO UE-VSAM-DATE
                      MOVE UE-SUMM-COUNTS TO UE-VSAM-REC(19:264)
                      PERFORM 0300-REPORT-ONE-AREA
                   END-IF
              END-READ
           END-PERFORM.

       0250-LOOKUP-AREA-NAME.
           SET AMF-IDX TO 1.
           SEARCH AREA-MASTER-ENTRY VARYING AMF-IDX
              DISPLAY "WRITE RATE-RPT-REC FILE-STATUS IS "
                      RATE-FILE-STATUS " FOR " UE-VSAM-KEY
           END-IF.
           IF SUMMARY-SOURCE
              IF UE-SUMM-INCOMPLETE
                 ADD 1 TO INCOMPLETE-CTR
                 MOVE SPACES TO RATE-RPT-REC
                 STRING "  *INCOMPLETE - " DELIMITED BY SIZE
                        UE-SUMM-MONTHS     DELIMITED BY SIZE
                        " OF "             DELIMITED BY SIZE
                        UE-SUMM-EXPECTED   DELIMITED BY SIZE
                        " MONTHS AVERAGED*" DELIMITED BY SIZE
                   INTO RATE-RPT-REC
                 END-STRING
                 WRITE RATE-RPT-REC
              END-IF
           END-IF.
           PERFORM 0310-RATE-RACE-GROUP.
           PERFORM 0320-RATE-SEX-GROUP.
           PERFORM 0330-RATE-ETHNICITY-GROUP.
           CLOSE RUN-CTL.
           CLOSE UE-VSAM,
                 RATE-RPT.
           IF SUMMARY-SOURCE
              CLOSE UE-SUMM
           END-IF.
