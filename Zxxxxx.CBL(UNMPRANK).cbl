      *---names come from the area master.           ---*
      *---Parameter card (comma separated):          ---*
      *---  period,category,n                        ---*
      *---  period   reporting date YYYY-MM-DD, or a ---*
      *---           period code YYYYQn / YYYYA to   ---*
      *---           rank the quarterly/annual       ---*
      *---           averages on UNMPSUMM instead    ---*
      *---  category a category name as printed on   ---*
      *---           the rate report (VET, CONSTR,   ---*
      *---           FEMALE, WHITE, AGE-LT-22, ...)  ---*
              ACCESS IS DYNAMIC
              RECORD KEY IS UE-VSAM-REC-KEY
              FILE STATUS IS FILE-STATUS.
           SELECT OPTIONAL UE-SUMM   ASSIGN TO UNMPSUMM
           ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS UE-SUMM-REC-KEY
              FILE STATUS IS SUMM-FILE-STATUS.
           SELECT RANK-RPT           ASSIGN TO UERNKRPT
              FILE STATUS IS RANK-FILE-STATUS.
           SELECT OPTIONAL AREA-MASTER-FILE ASSIGN TO UEAREAMF
               10  UE-VSAM-AGE-INA           PIC 9(5).
               10  UE-VSAM-INDUSTRY-INA      PIC 9(5).
               10  UE-VSAM-VETERAN-INA       PIC 9(5).
      * Quarterly/annual summary cluster built by UNMPPAGG.  The
      * counts are laid out exactly as on UE-VSAM so a summary
      * record is ranked through the same paragraphs.
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
       FD  RANK-RPT          RECORDING MODE F.
       01  RANK-RPT-REC      PIC X(80).
       FD  AREA-MASTER-FILE  RECORDING MODE F.
      * can be answered for after the job log is gone.  The same
      * layout is kept in every program that writes the file.
      * Count slots for UNMPRANK: 1 areas ranked, 2 keys not on
      * area master, 3 incomplete summary records ranked; the rest
      * stay zero.
       FD  RUN-CTL           RECORDING MODE F.
       01  RUN-CTL-REC.
           05 RC-RUN-DATE        PIC X(8).
         05 SORT-FIELD-FLAG    PIC X VALUE 'P'.
           88 SORT-BY-PART      VALUE 'P'.
           88 SORT-BY-SHARE     VALUE 'S'.
         05 SOURCE-FLAG        PIC X VALUE 'M'.
           88 MONTHLY-SOURCE    VALUE 'M'.
           88 SUMMARY-SOURCE    VALUE 'S'.

      * Which category group the requested category belongs to,
      * set from the category name - the share is always of the
       01 AREA-MASTER-STATUS   PIC X(02) VALUE SPACES.

       01 READ-CTR             PIC 9(8) VALUE 0.
       01 INCOMPLETE-CTR       PIC 9(8) VALUE 0.
       01 FILE-STATUS          PIC X(02) VALUE SPACES.
       01 SUMM-FILE-STATUS     PIC X(02) VALUE SPACES.
       01 PARM-FILE-STATUS     PIC X(02) VALUE SPACES.
       01 RANK-FILE-STATUS     PIC X(02) VALUE SPACES.
       01 RUNCTL-FILE-STATUS   PIC X(02) VALUE SPACES.
           PERFORM 0100-OPEN-FILES.
           PERFORM 0150-READ-PARM.
           PERFORM 0170-LOAD-AREA-MASTER.
           IF SUMMARY-SOURCE
              PERFORM 0250-SCAN-SUMMARY
           ELSE
              PERFORM 0200-SCAN-DATABASE
           END-IF.
           IF RANK-COUNT = 0
              DISPLAY "NO RECORDS ON FILE FOR PERIOD "
                      PARM-PERIOD
           MOVE ZEROES TO RC-COUNTS.
           MOVE RANK-COUNT    TO RC-COUNT(1).
           MOVE NO-MASTER-CTR TO RC-COUNT(2).
           MOVE INCOMPLETE-CTR TO RC-COUNT(3).
           WRITE RUN-CTL-REC.
           IF RUNCTL-FILE-STATUS NOT = "00"
              DISPLAY "WRITE RUN-CTL-REC FILE-STATUS IS "
             INTO PARM-PERIOD,
                  PARM-CATEGORY,
                  PARM-DEPTH-TEXT.
           EVALUATE TRUE
              WHEN PARM-PERIOD(1:4) IS NUMERIC
                   AND PARM-PERIOD(5:1) = "-"
                   AND PARM-PERIOD(6:2) IS NUMERIC
                   AND PARM-PERIOD(8:1) = "-"
                   AND PARM-PERIOD(9:2) IS NUMERIC
                 CONTINUE
              WHEN PARM-PERIOD(1:4) IS NUMERIC
                   AND PARM-PERIOD(7:4) = SPACES
                   AND ((PARM-PERIOD(5:1) = "Q"
                         AND PARM-PERIOD(6:1) >= "1"
                         AND PARM-PERIOD(6:1) <= "4")
                     OR (PARM-PERIOD(5:1) = "A"
                         AND PARM-PERIOD(6:1) = SPACE))
                 SET SUMMARY-SOURCE TO TRUE
                 PERFORM 0155-OPEN-SUMMARY-FILE
              WHEN OTHER
                 DISPLAY "INVALID PERIOD ON PARMCARD: "
                         PARM-PERIOD " - ENDING..."
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-EVALUATE.
           PERFORM 0160-RESOLVE-CATEGORY-GROUP.
           EVALUATE TRUE
              WHEN PARM-DEPTH-TEXT = SPACES
                   " GROUP " GROUP-NAME(GROUP-CODE)
                   " DEPTH " LIST-DEPTH.

      * A period code ranks the summary cluster; it is opened only
      * when asked for, so the monthly runs do not need it.
       0155-OPEN-SUMMARY-FILE.
           OPEN INPUT UE-SUMM.
           IF SUMM-FILE-STATUS NOT = "00"
              DISPLAY "OPEN UNMPSUMM FILE-STATUS IS "
                      SUMM-FILE-STATUS " ENDING..."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

      * The category name decides which group the participation
      * rate and the share are computed from - the same names the
      * rate report prints on its category lines.
              END-READ
           END-PERFORM.

      * Each summary record for the period is laid into the UE-VSAM
      * record area and ranked exactly as a monthly record is.
       0250-SCAN-SUMMARY.
           MOVE LOW-VALUES TO UE-SUMM-REC-KEY.
           START UE-SUMM KEY IS NOT LESS THAN UE-SUMM-REC-KEY
             INVALID KEY SET EOF TO TRUE
           END-START.
           PERFORM UNTIL EOF
              READ UE-SUMM NEXT RECORD
                AT END SET EOF TO TRUE
                NOT AT END
                   ADD 1 TO READ-CTR
                   IF UE-SUMM-PERIOD = PARM-PERIOD(1:6)
                      IF UE-SUMM-INCOMPLETE
                         ADD 1 TO INCOMPLETE-CTR
                      END-IF
                      MOVE SPACES         TO UE-VSAM-REC
                      MOVE UE-SUMM-KEY    TO UE-VSAM-KEY
                      MOVE UE-SUMM-PERIOD TO UE-VSAM-DATE
                      MOVE UE-SUMM-COUNTS TO UE-VSAM-REC(19:264)
                      PERFORM 0210-ACCUMULATE-AREA
                   END-IF
              END-READ
           END-PERFORM.

       0210-ACCUMULATE-AREA.
           IF RANK-COUNT >= RANK-TABLE-MAX
              DISPLAY "RANK TABLE CAPACITY OF " RANK-TABLE-MAX
             INTO RANK-RPT-REC
           END-STRING.
           WRITE RANK-RPT-REC.
           IF SUMMARY-SOURCE
              MOVE SPACES TO RANK-RPT-REC
              STRING "INCOMPLETE SUMMARY RECORDS RANKED "
                     DELIMITED BY SIZE
                     "(PERIOD SHORT A MONTH): " DELIMITED BY SIZE
                     INCOMPLETE-CTR DELIMITED BY SIZE
                INTO RANK-RPT-REC
              END-STRING
              WRITE RANK-RPT-REC
           END-IF.

      *----------------------------------------------------------
      * In-place descending sort of the rank table on whichever
           CLOSE PARM-FILE,
                 UE-VSAM,
                 RANK-RPT.
           IF SUMMARY-SOURCE
              CLOSE UE-SUMM
           END-IF.
