      *-------------------------------------------------*
      *------Open Mainframe Project COBOL 3 / 9.3-------*
      *-------------------------------------------------*
      *--------FILING COMPLETENESS REPORT---------------*
      *-------------------------------------------------*
      *---Lists, for one reporting period, who has   ---*
      *---not filed.  The load only tells us what    ---*
      *---came in; this report works from the area   ---*
      *---master and the cluster together:           ---*
      *---  - active COUNTY, METRO and BALANCE areas ---*
      *---    with no record at all for the period;  ---*
      *---  - areas on file for the period with one  ---*
      *---    or more of the six category groups     ---*
      *---    missing (group total and inactive count---*
      *---    both zero - nothing was posted);       ---*
      *---  - keys on the cluster for the period that---*
      *---    are inactive or not on the master.     ---*
      *---A follow-up list closes the report, grouped---*
      *---by the feed that is missing, so each       ---*
      *---supplier can be chased before the UNMPFEED ---*
      *---deadline.                                  ---*
      *---Parameter card: period YYYY-MM-DD, cols    ---*
      *---1-10.                                      ---*
      *-------------------------------------------------*
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    UNMPCOMP.
       AUTHOR.        Dave Driscoll.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE          ASSIGN TO PARMCARD
              FILE STATUS IS PARM-FILE-STATUS.
           SELECT UE-VSAM            ASSIGN TO UNMPVSAM
           ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS UE-VSAM-REC-KEY
              FILE STATUS IS FILE-STATUS.
           SELECT OPTIONAL AREA-MASTER-FILE ASSIGN TO UEAREAMF
              FILE STATUS IS AREA-MASTER-STATUS.
           SELECT COMPLETENESS-RPT   ASSIGN TO UECMPRPT
              FILE STATUS IS COMP-RPT-STATUS.
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
       FD  AREA-MASTER-FILE  RECORDING MODE F.
       01  AREA-MASTER-REC   PIC X(80).
       FD  COMPLETENESS-RPT  RECORDING MODE F.
       01  COMPLETENESS-RPT-REC PIC X(132).
      * Shared run-control/audit-trail file.  Every program in the
      * nightly stream appends a START record when it begins and an
      * END record with its counts when it completes, so any run
      * can be answered for after the job log is gone.  The same
      * layout is kept in every program that writes the file.
      * Count slots for UNMPCOMP: 1 areas on file for the period,
      * 2 active areas not filed, 3 areas with groups missing,
      * 4 keys inactive or not on the master; the rest stay zero.
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
       01 PARM-PERIOD          PIC X(10).

       01 FLAGS.
         05 EOF-FLAG           PIC X VALUE SPACE.
           88 EOF               VALUE 'Y'.
         05 EOF-PARM-FLAG      PIC X VALUE SPACE.
           88 EOF-PARM          VALUE 'Y'.
         05 EOF-MASTER-FLAG    PIC X VALUE SPACE.
           88 EOF-MASTER        VALUE 'Y'.
         05 MASTER-FOUND-FLAG  PIC X VALUE 'N'.
           88 MASTER-FOUND      VALUE 'Y'.

      * The six category groups, the feed (clean-file DD) each one
      * arrives on, in the same order as the group codes used
      * throughout the UNMP programs.
       01 GROUP-CODE           PIC 9 VALUE 0.
       01 GROUP-NAME-LIST.
         05 FILLER             PIC X(10) VALUE "RACE".
         05 FILLER             PIC X(10) VALUE "SEX".
         05 FILLER             PIC X(10) VALUE "ETHNICITY".
         05 FILLER             PIC X(10) VALUE "AGE".
         05 FILLER             PIC X(10) VALUE "INDUSTRY".
         05 FILLER             PIC X(10) VALUE "VETERAN".
       01 GROUP-NAME-TABLE REDEFINES GROUP-NAME-LIST.
         05 GROUP-NAME         PIC X(10) OCCURS 6 TIMES.
       01 GROUP-FEED-LIST.
         05 FILLER             PIC X(8) VALUE "UNMPRACE".
         05 FILLER             PIC X(8) VALUE "UNMPSEX".
         05 FILLER             PIC X(8) VALUE "UNMPETHN".
         05 FILLER             PIC X(8) VALUE "UNMPAGE".
         05 FILLER             PIC X(8) VALUE "UNMPIND".
         05 FILLER             PIC X(8) VALUE "UNMPVET".
       01 GROUP-FEED-TABLE REDEFINES GROUP-FEED-LIST.
         05 GROUP-FEED         PIC X(8) OCCURS 6 TIMES.

      * Area-master reference table, loaded from UEAREAMF, with a
      * filed flag set when the area's record for the period is
      * found on the cluster.
       01 AREA-MASTER-COUNT    PIC 9(5) VALUE 0.
       01 AREA-MASTER-TABLE.
         05 AREA-MASTER-ENTRY OCCURS 0 TO 5000 TIMES
           DEPENDING ON AREA-MASTER-COUNT
           INDEXED BY AMF-IDX.
             10 AMF-AREA-KEY   PIC X(8).
             10 AMF-AREA-NAME  PIC X(25).
             10 AMF-AREA-TYPE  PIC X(8).
             10 AMF-ACTIVE     PIC X.
             10 AMF-FILED      PIC X.
       01 AREA-MASTER-MAX      PIC 9(5) VALUE 5000.
       01 AREA-MASTER-STATUS   PIC X(02) VALUE SPACES.
       01 AREA-NAME-WORK       PIC X(25).
       01 OFF-REASON-WORK      PIC X(20).

      * Every area that owes the period one or more feeds - a
      * partial filer with its missing groups marked, or an
      * active master area that did not file at all (every group
      * marked).  The follow-up list is printed from here.
       01 FOLLOW-COUNT         PIC 9(5) VALUE 0.
       01 FOLLOW-TABLE.
         05 FOLLOW-ENTRY OCCURS 0 TO 5000 TIMES
           DEPENDING ON FOLLOW-COUNT
           INDEXED BY FOL-IDX.
             10 FOL-AREA-KEY   PIC X(8).
             10 FOL-AREA-NAME  PIC X(25).
             10 FOL-NO-FILING  PIC X.
             10 FOL-MISSING    PIC X OCCURS 6 TIMES.
       01 FOLLOW-TABLE-MAX     PIC 9(5) VALUE 5000.

      * Cluster keys for the period that the master does not
      * vouch for, kept for the third section of the report.
       01 OFF-MASTER-COUNT     PIC 9(5) VALUE 0.
       01 OFF-MASTER-TABLE.
         05 OFF-MASTER-ENTRY OCCURS 0 TO 5000 TIMES
           DEPENDING ON OFF-MASTER-COUNT
           INDEXED BY OFF-IDX.
             10 OFF-AREA-KEY   PIC X(8).
             10 OFF-AREA-NAME  PIC X(25).
             10 OFF-REASON     PIC X(20).
       01 OFF-MASTER-MAX       PIC 9(5) VALUE 5000.

      * Work fields for the record in hand.
       01 GROUP-WORK-TOTAL     PIC 9(8) VALUE 0.
       01 GROUP-WORK-INA       PIC 9(5) VALUE 0.
       01 GROUP-MISSING-FLAGS.
         05 GROUP-MISSING      PIC X OCCURS 6 TIMES.
       01 GROUPS-MISSING-CTR   PIC 9 VALUE 0.
       01 MISSING-LIST         PIC X(66).
       01 MISSING-PTR          PIC 9(3) COMP.
       01 FEED-AREA-CTR        PIC 9(5) VALUE 0.

       01 READ-CTR             PIC 9(8) VALUE 0.
       01 FILED-CTR            PIC 9(8) VALUE 0.
       01 NOT-FILED-CTR        PIC 9(8) VALUE 0.
       01 PARTIAL-CTR          PIC 9(8) VALUE 0.
       01 OFF-MASTER-CTR       PIC 9(8) VALUE 0.
       01 FILE-STATUS          PIC X(02) VALUE SPACES.
       01 PARM-FILE-STATUS     PIC X(02) VALUE SPACES.
       01 COMP-RPT-STATUS      PIC X(02) VALUE SPACES.
       01 RUNCTL-FILE-STATUS   PIC X(02) VALUE SPACES.
       01 ACCEPT-DATE          PIC X(8).
       01 ACCEPT-TIME          PIC X(8).

      *------------------
       PROCEDURE DIVISION.
      *------------------
       0000-MAIN.
           PERFORM 0100-OPEN-FILES.
           PERFORM 0150-READ-PARM.
           PERFORM 0170-LOAD-AREA-MASTER.
           PERFORM 0200-SCAN-DATABASE.
           PERFORM 0300-WRITE-NOT-FILED.
           PERFORM 0400-WRITE-PARTIAL-FILERS.
           PERFORM 0500-WRITE-OFF-MASTER.
           PERFORM 0600-WRITE-FOLLOW-UP.
           PERFORM 0800-WRITE-COMPLETENESS-TOTALS.
           PERFORM 0900-CLOSE-FILES.
           DISPLAY "COMPLETENESS CHECK COMPLETE FOR " PARM-PERIOD
                   " - " NOT-FILED-CTR " NOT FILED, "
                   PARTIAL-CTR " PARTIAL".
           IF NOT-FILED-CTR > 0 OR PARTIAL-CTR > 0
              OR OFF-MASTER-CTR > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       0100-OPEN-FILES.
           OPEN INPUT PARM-FILE.
           IF PARM-FILE-STATUS NOT = "00"
              DISPLAY "OPEN PARMCARD FILE-STATUS IS "
                      PARM-FILE-STATUS " ENDING..."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN INPUT UE-VSAM.
           IF FILE-STATUS NOT = "00"
              DISPLAY "OPEN UNMPVSAM FILE-STATUS IS " FILE-STATUS
                      " ENDING..."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT COMPLETENESS-RPT.
           OPEN EXTEND RUN-CTL.
           PERFORM 0110-WRITE-RUN-START.

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
           MOVE FILED-CTR      TO RC-COUNT(1).
           MOVE NOT-FILED-CTR  TO RC-COUNT(2).
           MOVE PARTIAL-CTR    TO RC-COUNT(3).
           MOVE OFF-MASTER-CTR TO RC-COUNT(4).
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
           MOVE "UNMPCOMP"         TO RC-PROGRAM.

       0150-READ-PARM.
           READ PARM-FILE
             AT END SET EOF-PARM TO TRUE
           END-READ.
           IF EOF-PARM
              DISPLAY "PARMCARD IS EMPTY - ENDING..."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE PARM-REC(1:10) TO PARM-PERIOD.
           IF PARM-PERIOD(1:4) IS NOT NUMERIC
              OR PARM-PERIOD(5:1) NOT = "-"
              OR PARM-PERIOD(6:2) IS NOT NUMERIC
              OR PARM-PERIOD(8:1) NOT = "-"
              OR PARM-PERIOD(9:2) IS NOT NUMERIC
              DISPLAY "INVALID PERIOD ON PARMCARD: "
                      PARM-PERIOD " - ENDING..."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE SPACES TO COMPLETENESS-RPT-REC.
           STRING "FILING COMPLETENESS FOR PERIOD " DELIMITED BY SIZE
                  PARM-PERIOD                       DELIMITED BY SIZE
             INTO COMPLETENESS-RPT-REC
           END-STRING.
           PERFORM 0700-WRITE-REPORT-LINE.

      * A missing master file is not fatal, but with no master
      * there is nothing to say who should have filed - every key
      * on the cluster lists as not on the master.
       0170-LOAD-AREA-MASTER.
           OPEN INPUT AREA-MASTER-FILE.
           IF AREA-MASTER-STATUS NOT = "00"
              DISPLAY "AREA MASTER NOT FOUND (UEAREAMF STATUS "
                      AREA-MASTER-STATUS ") - NO ACTIVE AREAS KNOWN"
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
              MOVE 'N' TO AMF-FILED(AREA-MASTER-COUNT)
           END-IF.

       0190-LOOKUP-AREA-MASTER.
           MOVE 'N' TO MASTER-FOUND-FLAG.
           SET AMF-IDX TO 1.
           SEARCH AREA-MASTER-ENTRY VARYING AMF-IDX
             AT END
                MOVE "*NOT ON AREA MASTER*" TO AREA-NAME-WORK
             WHEN AMF-AREA-KEY(AMF-IDX) = UE-VSAM-KEY
                SET MASTER-FOUND TO TRUE
                MOVE AMF-AREA-NAME(AMF-IDX) TO AREA-NAME-WORK
           END-SEARCH.

       0200-SCAN-DATABASE.
           MOVE LOW-VALUES TO UE-VSAM-REC-KEY.
           START UE-VSAM KEY IS NOT LESS THAN UE-VSAM-REC-KEY
             INVALID KEY SET EOF TO TRUE
           END-START.
           PERFORM UNTIL EOF
              READ UE-VSAM NEXT RECORD
                AT END SET EOF TO TRUE
                NOT AT END
                   ADD 1 TO READ-CTR
                   IF UE-VSAM-DATE = PARM-PERIOD
                      PERFORM 0210-CHECK-AREA-RECORD
                   END-IF
              END-READ
           END-PERFORM.

       0210-CHECK-AREA-RECORD.
           ADD 1 TO FILED-CTR.
           PERFORM 0190-LOOKUP-AREA-MASTER.
           IF MASTER-FOUND
              MOVE 'Y' TO AMF-FILED(AMF-IDX)
              IF AMF-ACTIVE(AMF-IDX) NOT = "A"
                 MOVE "INACTIVE ON MASTER" TO OFF-REASON-WORK
                 PERFORM 0230-ADD-OFF-MASTER
              END-IF
           ELSE
              MOVE "NOT ON AREA MASTER" TO OFF-REASON-WORK
              PERFORM 0230-ADD-OFF-MASTER
           END-IF.
           MOVE ALL 'N' TO GROUP-MISSING-FLAGS.
           MOVE 0 TO GROUPS-MISSING-CTR.
           PERFORM VARYING GROUP-CODE FROM 1 BY 1
              UNTIL GROUP-CODE > 6
              PERFORM 0220-TOTAL-GROUP
              IF GROUP-WORK-TOTAL = 0 AND GROUP-WORK-INA = 0
                 MOVE 'Y' TO GROUP-MISSING(GROUP-CODE)
                 ADD 1 TO GROUPS-MISSING-CTR
              END-IF
           END-PERFORM.
           IF GROUPS-MISSING-CTR > 0
              ADD 1 TO PARTIAL-CTR
              PERFORM 0240-ADD-FOLLOW-ENTRY
              MOVE 'N' TO FOL-NO-FILING(FOLLOW-COUNT)
              PERFORM VARYING GROUP-CODE FROM 1 BY 1
                 UNTIL GROUP-CODE > 6
                 MOVE GROUP-MISSING(GROUP-CODE)
                   TO FOL-MISSING(FOLLOW-COUNT, GROUP-CODE)
              END-PERFORM
           END-IF.

       0220-TOTAL-GROUP.
           EVALUATE GROUP-CODE
              WHEN 1
                 COMPUTE GROUP-WORK-TOTAL =
                    UE-VSAM-RACE-WHITE + UE-VSAM-RACE-ASIAN +
                    UE-VSAM-RACE-BLACK-AA +
                    UE-VSAM-RACE-AMIND-ALNAT +
                    UE-VSAM-RACE-HAWI-PACISL
                 MOVE UE-VSAM-RACE-INA TO GROUP-WORK-INA
              WHEN 2
                 COMPUTE GROUP-WORK-TOTAL =
                    UE-VSAM-SEX-FEMALE + UE-VSAM-SEX-MALE
                 MOVE UE-VSAM-SEX-INA TO GROUP-WORK-INA
              WHEN 3
                 COMPUTE GROUP-WORK-TOTAL =
                    UE-VSAM-ETHNICITY-HISP-LATINO +
                    UE-VSAM-ETHNICITY-NOT-HL
                 MOVE UE-VSAM-ETHNICITY-INA TO GROUP-WORK-INA
              WHEN 4
                 COMPUTE GROUP-WORK-TOTAL =
                    UE-VSAM-AGE-LT-22 + UE-VSAM-AGE-22-24 +
                    UE-VSAM-AGE-25-34 + UE-VSAM-AGE-35-44 +
                    UE-VSAM-AGE-45-54 + UE-VSAM-AGE-55-59 +
                    UE-VSAM-AGE-60-64 + UE-VSAM-AGE-GTEQ-65
                 MOVE UE-VSAM-AGE-INA TO GROUP-WORK-INA
              WHEN 5
                 COMPUTE GROUP-WORK-TOTAL =
                    UE-VSAM-IND-WH-TRADE + UE-VSAM-IND-TRANS-WAREH
                    + UE-VSAM-IND-CONSTR + UE-VSAM-IND-FIN-INS +
                    UE-VSAM-IND-MFTRG +
                    UE-VSAM-IND-AG-FRST-FISH-HUNT +
                    UE-VSAM-IND-PUB-ADMIN + UE-VSAM-IND-UTIL +
                    UE-VSAM-IND-ACCOM-FOOD + UE-VSAM-IND-INFO +
                    UE-VSAM-IND-PROF-SCI-TECH +
                    UE-VSAM-IND-RE-RENT-LEASE +
                    UE-VSAM-IND-OTHER-SVCS +
                    UE-VSAM-IND-MGMT-COMP-ENT +
                    UE-VSAM-IND-EDU-SVCS + UE-VSAM-IND-MINING +
                    UE-VSAM-IND-HLTHCARE-SOCASST +
                    UE-VSAM-IND-ART-ENT-REC +
                    UE-VSAM-IND-ADM-WASTE-REM + UE-VSAM-IND-RETAIL
                 MOVE UE-VSAM-INDUSTRY-INA TO GROUP-WORK-INA
              WHEN 6
                 COMPUTE GROUP-WORK-TOTAL =
                    UE-VSAM-VETERAN-VET + UE-VSAM-VETERAN-NONVET
                 MOVE UE-VSAM-VETERAN-INA TO GROUP-WORK-INA
           END-EVALUATE.

       0230-ADD-OFF-MASTER.
           IF OFF-MASTER-COUNT >= OFF-MASTER-MAX
              DISPLAY "OFF-MASTER TABLE CAPACITY OF " OFF-MASTER-MAX
                      " EXCEEDED - ENDING..."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO OFF-MASTER-COUNT.
           ADD 1 TO OFF-MASTER-CTR.
           MOVE UE-VSAM-KEY     TO OFF-AREA-KEY(OFF-MASTER-COUNT).
           MOVE AREA-NAME-WORK  TO OFF-AREA-NAME(OFF-MASTER-COUNT).
           MOVE OFF-REASON-WORK TO OFF-REASON(OFF-MASTER-COUNT).

       0240-ADD-FOLLOW-ENTRY.
           IF FOLLOW-COUNT >= FOLLOW-TABLE-MAX
              DISPLAY "FOLLOW-UP TABLE CAPACITY OF " FOLLOW-TABLE-MAX
                      " EXCEEDED - ENDING..."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO FOLLOW-COUNT.
           MOVE UE-VSAM-KEY    TO FOL-AREA-KEY(FOLLOW-COUNT).
           MOVE AREA-NAME-WORK TO FOL-AREA-NAME(FOLLOW-COUNT).

      *----------------------------------------------------------
      * Section 1 - every active COUNTY, METRO or BALANCE area on
      * the master with no record for the period.  Each one owes
      * every feed, so it also goes on the follow-up list.
      *----------------------------------------------------------
       0300-WRITE-NOT-FILED.
           MOVE SPACES TO COMPLETENESS-RPT-REC.
           PERFORM 0700-WRITE-REPORT-LINE.
           MOVE "ACTIVE AREAS WITH NO FILING FOR THE PERIOD"
             TO COMPLETENESS-RPT-REC.
           PERFORM 0700-WRITE-REPORT-LINE.
           MOVE "KEY      AREA NAME                 TYPE"
             TO COMPLETENESS-RPT-REC.
           PERFORM 0700-WRITE-REPORT-LINE.
           PERFORM VARYING AMF-IDX FROM 1 BY 1
              UNTIL AMF-IDX > AREA-MASTER-COUNT
              IF AMF-ACTIVE(AMF-IDX) = "A"
                 AND AMF-FILED(AMF-IDX) = 'N'
                 AND (AMF-AREA-TYPE(AMF-IDX) = "COUNTY"
                      OR AMF-AREA-TYPE(AMF-IDX) = "METRO"
                      OR AMF-AREA-TYPE(AMF-IDX) = "BALANCE")
                 PERFORM 0310-WRITE-NOT-FILED-LINE
              END-IF
           END-PERFORM.
           IF NOT-FILED-CTR = 0
              MOVE "  NONE - EVERY ACTIVE AREA FILED"
                TO COMPLETENESS-RPT-REC
              PERFORM 0700-WRITE-REPORT-LINE
           END-IF.

       0310-WRITE-NOT-FILED-LINE.
           ADD 1 TO NOT-FILED-CTR.
           MOVE SPACES TO COMPLETENESS-RPT-REC.
           STRING AMF-AREA-KEY(AMF-IDX)  DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  AMF-AREA-NAME(AMF-IDX) DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  AMF-AREA-TYPE(AMF-IDX) DELIMITED BY SIZE
             INTO COMPLETENESS-RPT-REC
           END-STRING.
           PERFORM 0700-WRITE-REPORT-LINE.
           IF FOLLOW-COUNT >= FOLLOW-TABLE-MAX
              DISPLAY "FOLLOW-UP TABLE CAPACITY OF " FOLLOW-TABLE-MAX
                      " EXCEEDED - ENDING..."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO FOLLOW-COUNT.
           MOVE AMF-AREA-KEY(AMF-IDX)  TO FOL-AREA-KEY(FOLLOW-COUNT).
           MOVE AMF-AREA-NAME(AMF-IDX) TO FOL-AREA-NAME(FOLLOW-COUNT).
           MOVE 'Y' TO FOL-NO-FILING(FOLLOW-COUNT).
           PERFORM VARYING GROUP-CODE FROM 1 BY 1
              UNTIL GROUP-CODE > 6
              MOVE 'Y' TO FOL-MISSING(FOLLOW-COUNT, GROUP-CODE)
           END-PERFORM.

      *----------------------------------------------------------
      * Section 2 - areas that filed but not for every group.
      *----------------------------------------------------------
       0400-WRITE-PARTIAL-FILERS.
           MOVE SPACES TO COMPLETENESS-RPT-REC.
           PERFORM 0700-WRITE-REPORT-LINE.
           MOVE "AREAS ON FILE WITH CATEGORY GROUPS MISSING"
             TO COMPLETENESS-RPT-REC.
           PERFORM 0700-WRITE-REPORT-LINE.
           MOVE "KEY      AREA NAME                 MISSING GROUPS"
             TO COMPLETENESS-RPT-REC.
           PERFORM 0700-WRITE-REPORT-LINE.
           PERFORM VARYING FOL-IDX FROM 1 BY 1
              UNTIL FOL-IDX > FOLLOW-COUNT
              IF FOL-NO-FILING(FOL-IDX) = 'N'
                 PERFORM 0410-WRITE-PARTIAL-LINE
              END-IF
           END-PERFORM.
           IF PARTIAL-CTR = 0
              MOVE "  NONE - EVERY FILER SENT ALL SIX GROUPS"
                TO COMPLETENESS-RPT-REC
              PERFORM 0700-WRITE-REPORT-LINE
           END-IF.

       0410-WRITE-PARTIAL-LINE.
           MOVE SPACES TO MISSING-LIST.
           MOVE 1 TO MISSING-PTR.
           PERFORM VARYING GROUP-CODE FROM 1 BY 1
              UNTIL GROUP-CODE > 6
              IF FOL-MISSING(FOL-IDX, GROUP-CODE) = 'Y'
                 STRING GROUP-NAME(GROUP-CODE) DELIMITED BY SPACE
                        " "                    DELIMITED BY SIZE
                   INTO MISSING-LIST
                   WITH POINTER MISSING-PTR
                 END-STRING
              END-IF
           END-PERFORM.
           MOVE SPACES TO COMPLETENESS-RPT-REC.
           STRING FOL-AREA-KEY(FOL-IDX)  DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  FOL-AREA-NAME(FOL-IDX) DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  MISSING-LIST           DELIMITED BY SIZE
             INTO COMPLETENESS-RPT-REC
           END-STRING.
           PERFORM 0700-WRITE-REPORT-LINE.

      *----------------------------------------------------------
      * Section 3 - keys on the cluster for the period that are
      * inactive on the master or not on it at all.
      *----------------------------------------------------------
       0500-WRITE-OFF-MASTER.
           MOVE SPACES TO COMPLETENESS-RPT-REC.
           PERFORM 0700-WRITE-REPORT-LINE.
           MOVE "KEYS ON FILE THAT ARE INACTIVE OR NOT ON THE MASTER"
             TO COMPLETENESS-RPT-REC.
           PERFORM 0700-WRITE-REPORT-LINE.
           MOVE "KEY      AREA NAME                 REASON"
             TO COMPLETENESS-RPT-REC.
           PERFORM 0700-WRITE-REPORT-LINE.
           PERFORM VARYING OFF-IDX FROM 1 BY 1
              UNTIL OFF-IDX > OFF-MASTER-COUNT
              MOVE SPACES TO COMPLETENESS-RPT-REC
              STRING OFF-AREA-KEY(OFF-IDX)  DELIMITED BY SIZE
                     " "                    DELIMITED BY SIZE
                     OFF-AREA-NAME(OFF-IDX) DELIMITED BY SIZE
                     " "                    DELIMITED BY SIZE
                     OFF-REASON(OFF-IDX)    DELIMITED BY SIZE
                INTO COMPLETENESS-RPT-REC
              END-STRING
              PERFORM 0700-WRITE-REPORT-LINE
           END-PERFORM.
           IF OFF-MASTER-COUNT = 0
              MOVE "  NONE" TO COMPLETENESS-RPT-REC
              PERFORM 0700-WRITE-REPORT-LINE
           END-IF.

      *----------------------------------------------------------
      * Follow-up list - one block per feed, naming every area
      * that still owes that feed for the period, whether it sent
      * nothing at all or only some of its groups.
      *----------------------------------------------------------
       0600-WRITE-FOLLOW-UP.
           MOVE SPACES TO COMPLETENESS-RPT-REC.
           PERFORM 0700-WRITE-REPORT-LINE.
           MOVE "FOLLOW-UP LIST BY MISSING FEED"
             TO COMPLETENESS-RPT-REC.
           PERFORM 0700-WRITE-REPORT-LINE.
           PERFORM VARYING GROUP-CODE FROM 1 BY 1
              UNTIL GROUP-CODE > 6
              PERFORM 0610-WRITE-FEED-BLOCK
           END-PERFORM.

       0610-WRITE-FEED-BLOCK.
           MOVE 0 TO FEED-AREA-CTR.
           PERFORM VARYING FOL-IDX FROM 1 BY 1
              UNTIL FOL-IDX > FOLLOW-COUNT
              IF FOL-MISSING(FOL-IDX, GROUP-CODE) = 'Y'
                 ADD 1 TO FEED-AREA-CTR
              END-IF
           END-PERFORM.
           IF FEED-AREA-CTR > 0
              MOVE SPACES TO COMPLETENESS-RPT-REC
              STRING "FEED "                 DELIMITED BY SIZE
                     GROUP-FEED(GROUP-CODE)  DELIMITED BY SIZE
                     " ("                    DELIMITED BY SIZE
                     GROUP-NAME(GROUP-CODE)  DELIMITED BY SPACE
                     ") - "                  DELIMITED BY SIZE
                     FEED-AREA-CTR           DELIMITED BY SIZE
                     " AREA(S) TO CHASE"     DELIMITED BY SIZE
                INTO COMPLETENESS-RPT-REC
              END-STRING
              PERFORM 0700-WRITE-REPORT-LINE
              PERFORM VARYING FOL-IDX FROM 1 BY 1
                 UNTIL FOL-IDX > FOLLOW-COUNT
                 IF FOL-MISSING(FOL-IDX, GROUP-CODE) = 'Y'
                    PERFORM 0620-WRITE-FOLLOW-LINE
                 END-IF
              END-PERFORM
           END-IF.

       0620-WRITE-FOLLOW-LINE.
           MOVE SPACES TO COMPLETENESS-RPT-REC.
           IF FOL-NO-FILING(FOL-IDX) = 'Y'
              STRING "  "                   DELIMITED BY SIZE
                     FOL-AREA-KEY(FOL-IDX)  DELIMITED BY SIZE
                     " "                    DELIMITED BY SIZE
                     FOL-AREA-NAME(FOL-IDX) DELIMITED BY SIZE
                     " NOTHING FILED"       DELIMITED BY SIZE
                INTO COMPLETENESS-RPT-REC
              END-STRING
           ELSE
              STRING "  "                   DELIMITED BY SIZE
                     FOL-AREA-KEY(FOL-IDX)  DELIMITED BY SIZE
                     " "                    DELIMITED BY SIZE
                     FOL-AREA-NAME(FOL-IDX) DELIMITED BY SIZE
                     " GROUP MISSING"       DELIMITED BY SIZE
                INTO COMPLETENESS-RPT-REC
              END-STRING
           END-IF.
           PERFORM 0700-WRITE-REPORT-LINE.

       0700-WRITE-REPORT-LINE.
           WRITE COMPLETENESS-RPT-REC.
           IF COMP-RPT-STATUS NOT = "00"
              DISPLAY "WRITE COMPLETENESS-RPT-REC FILE-STATUS IS "
                      COMP-RPT-STATUS
           END-IF.

       0800-WRITE-COMPLETENESS-TOTALS.
           MOVE SPACES TO COMPLETENESS-RPT-REC.
           PERFORM 0700-WRITE-REPORT-LINE.
           MOVE SPACES TO COMPLETENESS-RPT-REC.
           STRING "COMPLETENESS TOTALS -- FILED=" DELIMITED BY SIZE
                  FILED-CTR                       DELIMITED BY SIZE
                  " NOT-FILED="                   DELIMITED BY SIZE
                  NOT-FILED-CTR                   DELIMITED BY SIZE
                  " PARTIAL="                     DELIMITED BY SIZE
                  PARTIAL-CTR                     DELIMITED BY SIZE
                  " OFF-MASTER="                  DELIMITED BY SIZE
                  OFF-MASTER-CTR                  DELIMITED BY SIZE
             INTO COMPLETENESS-RPT-REC
           END-STRING.
           PERFORM 0700-WRITE-REPORT-LINE.

       0900-CLOSE-FILES.
           PERFORM 0115-WRITE-RUN-END.
           CLOSE RUN-CTL.
           CLOSE PARM-FILE,
                 UE-VSAM,
                 COMPLETENESS-RPT.
