      *-------------------------------------------------*
      *------Open Mainframe Project COBOL 3 / 9.3-------*
      *-------------------------------------------------*
      *-----HISTORICAL PLAUSIBILITY SCREEN OF UNMP------*
      *-------------------------------------------------*
      *---Runs between UNMPEDIT and the UNEMPLOY load---*
      *---The edit only proves a record is well      ---*
      *---formed; this step asks whether the numbers ---*
      *---are believable.  Each clean record's group ---*
      *---total and inactive count are compared with ---*
      *---the average of the same area's most recent ---*
      *---periods already on UNMPVSAM.  A record that---*
      *---moves further than the tolerance allows -  ---*
      *---a tenfold jump, a group gone to zero - is  ---*
      *---held on the suspect file and listed on the ---*
      *---suspect report; everything else is copied  ---*
      *---to the screened file for the load.  An area---*
      *---with no history yet passes - there is      ---*
      *---nothing to measure it against.  Held       ---*
      *---records stay on UNMPSUSP until UNMPSREL    ---*
      *---releases them.  A record already held by an---*
      *---earlier run (a rerun, or the supplement    ---*
      *---screen after UNMPRSUB) is not held twice;  ---*
      *---it is listed as already held and counted.  ---*
      *---The load step's UNMPRACE..UNMPVET DDs name ---*
      *---the screened files written here.           ---*
      *---Parameter card (comma separated, optional):---*
      *---  tolerance,periods,minimum                ---*
      *---  tolerance percent move allowed, blank=50 ---*
      *---  periods   prior periods averaged, 1-12,  ---*
      *---            blank = 3                      ---*
      *---  minimum   smallest move ever held, so a  ---*
      *---            small area is not held for a   ---*
      *---            handful of people, blank = 25  ---*
      *---Suspect reason codes:                      ---*
      *---  01 GROUP TOTAL OUT OF TOLERANCE          ---*
      *---  02 INACTIVE COUNT OUT OF TOLERANCE       ---*
      *---  03 TOTAL AND INACTIVE OUT OF TOLERANCE   ---*
      *---Clean in:  UNMPRACE UNMPSEX  UNMPETHN      ---*
      *---           UNMPAGE  UNMPIND  UNMPVET       ---*
      *---Screened:  UNMPRACS UNMPSEXS UNMPETHS      ---*
      *---           UNMPAGES UNMPINDS UNMPVETS      ---*
      *-------------------------------------------------*
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    UNMPSCRN.
       AUTHOR.        Dave Driscoll.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PARM-FILE ASSIGN TO PARMCARD
              FILE STATUS IS PARM-FILE-STATUS.
           SELECT CLEAN-RACE      ASSIGN TO UNMPRACE.
           SELECT CLEAN-SEX       ASSIGN TO UNMPSEX.
           SELECT CLEAN-ETHNICITY ASSIGN TO UNMPETHN.
           SELECT CLEAN-AGE       ASSIGN TO UNMPAGE.
           SELECT CLEAN-INDUSTRY  ASSIGN TO UNMPIND.
           SELECT CLEAN-VETERAN   ASSIGN TO UNMPVET.
           SELECT SCRN-RACE       ASSIGN TO UNMPRACS.
           SELECT SCRN-SEX        ASSIGN TO UNMPSEXS.
           SELECT SCRN-ETHNICITY  ASSIGN TO UNMPETHS.
           SELECT SCRN-AGE        ASSIGN TO UNMPAGES.
           SELECT SCRN-INDUSTRY   ASSIGN TO UNMPINDS.
           SELECT SCRN-VETERAN    ASSIGN TO UNMPVETS.
           SELECT UE-VSAM            ASSIGN TO UNMPVSAM
           ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS UE-VSAM-REC-KEY
              FILE STATUS IS FILE-STATUS.
           SELECT OPTIONAL SUSPECT-FILE ASSIGN TO UNMPSUSP
              FILE STATUS IS SUSPECT-FILE-STATUS.
           SELECT SUSPECT-RPT     ASSIGN TO UESUSRPT
              FILE STATUS IS SUSPECT-RPT-STATUS.
           SELECT OPTIONAL RUN-CTL ASSIGN TO RUNCTL
              FILE STATUS IS RUNCTL-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  PARM-FILE           RECORDING MODE F.
       01  PARM-REC            PIC X(80).
       FD  CLEAN-RACE          RECORDING MODE F.
       01  CLEAN-RACE-REC      PIC X(80).
       FD  CLEAN-SEX           RECORDING MODE F.
       01  CLEAN-SEX-REC       PIC X(80).
       FD  CLEAN-ETHNICITY     RECORDING MODE F.
       01  CLEAN-ETHNICITY-REC PIC X(70).
       FD  CLEAN-AGE           RECORDING MODE F.
       01  CLEAN-AGE-REC       PIC X(70).
       FD  CLEAN-INDUSTRY      RECORDING MODE F.
       01  CLEAN-INDUSTRY-REC  PIC X(145).
       FD  CLEAN-VETERAN       RECORDING MODE F.
       01  CLEAN-VETERAN-REC   PIC X(80).
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
      * Held records, appended run after run until UNMPSREL lets
      * them through.  The feed is the clean-file DD the record
      * came from, so the release knows which screened file to
      * append it to.  The same layout is kept in UNMPSREL.
       FD  SUSPECT-FILE        RECORDING MODE F.
       01  SUSPECT-REC.
           05 SUSP-FEED          PIC X(8).
           05 SUSP-REASON-CODE   PIC X(2).
           05 SUSP-HELD-DATE     PIC X(8).
           05 SUSP-RECORD        PIC X(145).
           05 FILLER             PIC X(7).
       FD  SUSPECT-RPT         RECORDING MODE F.
       01  SUSPECT-RPT-REC     PIC X(132).
      * Shared run-control/audit-trail file.  Every program in the
      * nightly stream appends a START record when it begins and an
      * END record with its counts when it completes, so any run
      * can be answered for after the job log is gone.  The same
      * layout is kept in every program that writes the file.
      * Count slots for UNMPSCRN: 1 records screened, 2 passed,
      * 3 held as suspect, 4 passed with no history, 5 already
      * held from an earlier run; the rest stay zero.
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
         05 EOF-FLAG           PIC X VALUE SPACE.
           88 EOF               VALUE 'Y'.
           88 READ-IN-PROGRESS  VALUE 'N'.
         05 EOF-PARM-FLAG      PIC X VALUE SPACE.
           88 EOF-PARM          VALUE 'Y'.
         05 EOF-HIST-FLAG      PIC X VALUE SPACE.
           88 EOF-HIST          VALUE 'Y'.
           88 HIST-IN-PROGRESS  VALUE 'N'.
         05 TOTAL-OUT-FLAG     PIC X VALUE 'N'.
           88 TOTAL-OUT         VALUE 'Y'.
         05 INA-OUT-FLAG       PIC X VALUE 'N'.
           88 INA-OUT           VALUE 'Y'.
         05 EOF-SUSPECT-FLAG   PIC X VALUE SPACE.
           88 EOF-SUSPECT       VALUE 'Y'.
         05 ALREADY-HELD-FLAG  PIC X VALUE 'N'.
           88 ALREADY-HELD      VALUE 'Y'.

      * Screening limits, from the parameter card or defaulted.
       01 TOLERANCE-PCT        PIC 9(3) VALUE 50.
       01 HISTORY-PERIODS      PIC 9(3) VALUE 3.
       01 MINIMUM-MOVE         PIC 9(3) VALUE 25.
       01 PARM-FIELDS.
         05 PARM-TOLERANCE-TEXT PIC X(3).
         05 PARM-PERIODS-TEXT   PIC X(3).
         05 PARM-MINIMUM-TEXT   PIC X(3).
       01 PARM-NUM-TEXT        PIC X(3).
       01 PARM-NUM-VALUE       PIC 9(3) VALUE 0.

      * One record's fields after the UNSTRING.  23 is the widest
      * layout (industry); one spare entry catches a trailing comma.
       01 FIELD-COUNT          PIC 9(2) VALUE 0.
       01 FIELD-TABLE.
         05 FIELD-TEXT         PIC X(20) OCCURS 24 TIMES.
       01 FIELD-SUB            PIC 9(4) COMP VALUE 0.
       01 WORK-REC             PIC X(145).
       01 FILE-NAME-DISPLAY    PIC X(8).

      * Which of the six groups the feed in hand carries, in the
      * fixed group order RACE SEX ETHNICITY AGE INDUSTRY VETERAN.
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

      * The incoming record's figures for its group.
       01 CUR-AREA-KEY         PIC X(8).
       01 CUR-PERIOD-DATE      PIC X(10).
       01 CUR-GROUP-TOT        PIC 9(8) VALUE 0.
       01 CUR-GROUP-INA        PIC 9(8) VALUE 0.

      * The same group for the area's most recent prior periods
      * on the cluster, oldest first.  Once the table is full the
      * oldest entry is shifted off, so it always holds the last
      * HISTORY-PERIODS periods before the incoming one.
       01 HIST-COUNT           PIC 9(4) COMP VALUE 0.
       01 HIST-TABLE.
         05 HIST-ENTRY OCCURS 12 TIMES.
             10 HIST-TOT       PIC 9(8).
             10 HIST-INA       PIC 9(8).
       01 HIST-SUB             PIC 9(4) COMP VALUE 0.
       01 HIST-GROUP-TOT       PIC 9(8) VALUE 0.
       01 HIST-GROUP-INA       PIC 9(8) VALUE 0.
       01 HIST-TOT-SUM         PIC 9(10) VALUE 0.
       01 HIST-INA-SUM         PIC 9(10) VALUE 0.
       01 BASE-GROUP-TOT       PIC 9(8) VALUE 0.
       01 BASE-GROUP-INA       PIC 9(8) VALUE 0.
       01 HIST-COUNT-DISP      PIC 9(2).

      * Tolerance test work fields - shared by the total and the
      * inactive-count tests.
       01 TEST-CURRENT         PIC 9(8) VALUE 0.
       01 TEST-BASE            PIC 9(8) VALUE 0.
       01 TEST-MOVE            PIC 9(8) VALUE 0.
       01 TEST-ALLOWED         PIC 9(8) VALUE 0.
       01 TEST-OUT-FLAG        PIC X VALUE 'N'.
         88 TEST-OUT            VALUE 'Y'.

       01 SUSPECT-REASON       PIC X(36).
       01 SUSPECT-REASON-CODE  PIC X(2).

      * Feed, area key and period of every record on UNMPSUSP,
      * loaded before the screen starts and added to as records
      * are held, so the same record is never held twice.
       01 HELD-COUNT           PIC 9(5) VALUE 0.
       01 HELD-TABLE.
         05 HELD-ENTRY OCCURS 0 TO 5000 TIMES
           DEPENDING ON HELD-COUNT
           INDEXED BY HELD-IDX.
             10 HELD-FEED      PIC X(8).
             10 HELD-AREA-KEY  PIC X(8).
             10 HELD-PERIOD    PIC X(10).
       01 HELD-TABLE-MAX       PIC 9(5) VALUE 5000.
       01 ADD-HELD-FEED        PIC X(8).
       01 ADD-HELD-AREA-KEY    PIC X(8).
       01 ADD-HELD-PERIOD      PIC X(10).

       01 RECORD-NUM           PIC 9(8) VALUE 0.
       01 FILE-READ-CTR        PIC 9(8) VALUE 0.
       01 FILE-PASS-CTR        PIC 9(8) VALUE 0.
       01 FILE-HELD-CTR        PIC 9(8) VALUE 0.
       01 FILE-NOHIST-CTR      PIC 9(8) VALUE 0.
       01 FILE-REHELD-CTR      PIC 9(8) VALUE 0.
       01 TOTAL-READ-CTR       PIC 9(8) VALUE 0.
       01 TOTAL-PASS-CTR       PIC 9(8) VALUE 0.
       01 TOTAL-HELD-CTR       PIC 9(8) VALUE 0.
       01 TOTAL-NOHIST-CTR     PIC 9(8) VALUE 0.
       01 TOTAL-REHELD-CTR     PIC 9(8) VALUE 0.
       01 FILE-STATUS          PIC X(02) VALUE SPACES.
       01 PARM-FILE-STATUS     PIC X(02) VALUE SPACES.
       01 SUSPECT-FILE-STATUS  PIC X(02) VALUE SPACES.
       01 SUSPECT-RPT-STATUS   PIC X(02) VALUE SPACES.
       01 RUNCTL-FILE-STATUS   PIC X(02) VALUE SPACES.
       01 ACCEPT-DATE          PIC X(8).
       01 ACCEPT-TIME          PIC X(8).
       01 RUN-DATE             PIC X(8).

      *------------------
       PROCEDURE DIVISION.
      *------------------
       0000-MAIN.
           PERFORM 0100-OPEN-FILES.
           PERFORM 0150-READ-PARM.
           PERFORM 0200-SCREEN-RACE.
           PERFORM 0300-SCREEN-SEX.
           PERFORM 0400-SCREEN-ETHNICITY.
           PERFORM 0500-SCREEN-AGE.
           PERFORM 0600-SCREEN-INDUSTRY.
           PERFORM 0700-SCREEN-VETERAN.
           PERFORM 0800-WRITE-SCREEN-TOTALS.
           PERFORM 0900-CLOSE-FILES.
           DISPLAY "SCREEN COMPLETE - " TOTAL-PASS-CTR
                   " PASSED, " TOTAL-HELD-CTR " HELD AS SUSPECT, "
                   TOTAL-REHELD-CTR " ALREADY HELD".
           IF TOTAL-HELD-CTR > 0 OR TOTAL-REHELD-CTR > 0
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
           OPEN INPUT  CLEAN-RACE,
                       CLEAN-SEX,
                       CLEAN-ETHNICITY,
                       CLEAN-AGE,
                       CLEAN-INDUSTRY,
                       CLEAN-VETERAN.
           OPEN OUTPUT SCRN-RACE,
                       SCRN-SEX,
                       SCRN-ETHNICITY,
                       SCRN-AGE,
                       SCRN-INDUSTRY,
                       SCRN-VETERAN.
           PERFORM 0130-LOAD-HELD-SUSPECTS.
           OPEN EXTEND SUSPECT-FILE.
           IF SUSPECT-FILE-STATUS NOT = "00"
              AND SUSPECT-FILE-STATUS NOT = "05"
              DISPLAY "OPEN UNMPSUSP FILE-STATUS IS "
                      SUSPECT-FILE-STATUS " ENDING..."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT SUSPECT-RPT.
           OPEN EXTEND RUN-CTL.
           PERFORM 0110-WRITE-RUN-START.
           MOVE RC-RUN-DATE TO RUN-DATE.

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
           MOVE TOTAL-READ-CTR   TO RC-COUNT(1).
           MOVE TOTAL-PASS-CTR   TO RC-COUNT(2).
           MOVE TOTAL-HELD-CTR   TO RC-COUNT(3).
           MOVE TOTAL-NOHIST-CTR TO RC-COUNT(4).
           MOVE TOTAL-REHELD-CTR TO RC-COUNT(5).
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
           MOVE "UNMPSCRN"         TO RC-PROGRAM.

       0130-LOAD-HELD-SUSPECTS.
           OPEN INPUT SUSPECT-FILE.
           IF SUSPECT-FILE-STATUS NOT = "00"
              SET EOF-SUSPECT TO TRUE
           END-IF.
           PERFORM UNTIL EOF-SUSPECT
              READ SUSPECT-FILE
                AT END SET EOF-SUSPECT TO TRUE
                NOT AT END
                   MOVE SUSP-FEED          TO ADD-HELD-FEED
                   MOVE SUSP-RECORD(1:8)   TO ADD-HELD-AREA-KEY
                   MOVE SUSP-RECORD(10:10) TO ADD-HELD-PERIOD
                   PERFORM 0140-ADD-HELD-ENTRY
              END-READ
           END-PERFORM.
           CLOSE SUSPECT-FILE.
           DISPLAY HELD-COUNT " RECORD(S) ALREADY ON UNMPSUSP".

       0140-ADD-HELD-ENTRY.
           IF HELD-COUNT >= HELD-TABLE-MAX
              DISPLAY "HELD RECORD TABLE CAPACITY OF "
                      HELD-TABLE-MAX " EXCEEDED - ENDING..."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO HELD-COUNT
           MOVE ADD-HELD-FEED     TO HELD-FEED(HELD-COUNT)
           MOVE ADD-HELD-AREA-KEY TO HELD-AREA-KEY(HELD-COUNT)
           MOVE ADD-HELD-PERIOD   TO HELD-PERIOD(HELD-COUNT).

      * A missing or blank card screens with the defaults; a
      * blank field on a card keeps that field's default.
       0150-READ-PARM.
           OPEN INPUT PARM-FILE.
           IF PARM-FILE-STATUS = "00"
              READ PARM-FILE
                AT END SET EOF-PARM TO TRUE
              END-READ
              IF NOT EOF-PARM AND PARM-REC NOT = SPACES
                 PERFORM 0160-EDIT-PARM
              END-IF
              CLOSE PARM-FILE
           END-IF.
           DISPLAY "SCREEN TOLERANCE " TOLERANCE-PCT " PCT OVER "
                   HISTORY-PERIODS " PERIOD(S), MINIMUM MOVE "
                   MINIMUM-MOVE.
           MOVE SPACES TO SUSPECT-RPT-REC.
           STRING "PLAUSIBILITY SCREEN - TOLERANCE " DELIMITED BY SIZE
                  TOLERANCE-PCT         DELIMITED BY SIZE
                  " PCT OVER "          DELIMITED BY SIZE
                  HISTORY-PERIODS       DELIMITED BY SIZE
                  " PRIOR PERIOD(S), MINIMUM MOVE "
                                        DELIMITED BY SIZE
                  MINIMUM-MOVE          DELIMITED BY SIZE
             INTO SUSPECT-RPT-REC
           END-STRING.
           WRITE SUSPECT-RPT-REC.
           IF SUSPECT-RPT-STATUS NOT = "00"
              DISPLAY "WRITE SUSPECT-RPT-REC FILE-STATUS IS "
                      SUSPECT-RPT-STATUS " FOR HEADER LINE"
           END-IF.
           MOVE SPACES TO SUSPECT-RPT-REC.
           STRING "FILE     KEY      PERIOD     GROUP      "
                  DELIMITED BY SIZE
                  "TOTAL    BASE     INACTIVE BASE-INA PD REASON"
                  DELIMITED BY SIZE
             INTO SUSPECT-RPT-REC
           END-STRING.
           WRITE SUSPECT-RPT-REC.

       0160-EDIT-PARM.
           MOVE SPACES TO PARM-FIELDS.
           UNSTRING PARM-REC DELIMITED BY ","
             INTO PARM-TOLERANCE-TEXT,
                  PARM-PERIODS-TEXT,
                  PARM-MINIMUM-TEXT.
           IF PARM-TOLERANCE-TEXT NOT = SPACES
              MOVE PARM-TOLERANCE-TEXT TO PARM-NUM-TEXT
              PERFORM 0170-EDIT-PARM-NUMBER
              MOVE PARM-NUM-VALUE TO TOLERANCE-PCT
           END-IF.
           IF PARM-PERIODS-TEXT NOT = SPACES
              MOVE PARM-PERIODS-TEXT TO PARM-NUM-TEXT
              PERFORM 0170-EDIT-PARM-NUMBER
              IF PARM-NUM-VALUE < 1 OR PARM-NUM-VALUE > 12
                 DISPLAY "INVALID PERIOD COUNT ON PARMCARD: "
                         PARM-PERIODS-TEXT " - ENDING..."
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE PARM-NUM-VALUE TO HISTORY-PERIODS
           END-IF.
           IF PARM-MINIMUM-TEXT NOT = SPACES
              MOVE PARM-MINIMUM-TEXT TO PARM-NUM-TEXT
              PERFORM 0170-EDIT-PARM-NUMBER
              MOVE PARM-NUM-VALUE TO MINIMUM-MOVE
           END-IF.

      * One to three digits, left justified.  Anything else on
      * the card is an error.
       0170-EDIT-PARM-NUMBER.
           EVALUATE TRUE
              WHEN PARM-NUM-TEXT(1:1) IS NUMERIC
                   AND PARM-NUM-TEXT(2:2) = SPACES
                 MOVE PARM-NUM-TEXT(1:1) TO PARM-NUM-VALUE
              WHEN PARM-NUM-TEXT(1:2) IS NUMERIC
                   AND PARM-NUM-TEXT(3:1) = SPACES
                 MOVE PARM-NUM-TEXT(1:2) TO PARM-NUM-VALUE
              WHEN PARM-NUM-TEXT(1:3) IS NUMERIC
                 MOVE PARM-NUM-TEXT(1:3) TO PARM-NUM-VALUE
              WHEN OTHER
                 DISPLAY "INVALID VALUE ON PARMCARD: "
                         PARM-NUM-TEXT " - ENDING..."
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-EVALUATE.

       0180-START-NEW-FILE.
           SET READ-IN-PROGRESS TO TRUE.
           MOVE 0 TO RECORD-NUM.
           MOVE 0 TO FILE-READ-CTR.
           MOVE 0 TO FILE-PASS-CTR.
           MOVE 0 TO FILE-HELD-CTR.
           MOVE 0 TO FILE-NOHIST-CTR.
           MOVE 0 TO FILE-REHELD-CTR.

       0190-WRITE-FILE-TOTALS.
           MOVE SPACES TO SUSPECT-RPT-REC.
           STRING FILE-NAME-DISPLAY    DELIMITED BY SIZE
                  " READ="             DELIMITED BY SIZE
                  FILE-READ-CTR        DELIMITED BY SIZE
                  " PASSED="           DELIMITED BY SIZE
                  FILE-PASS-CTR        DELIMITED BY SIZE
                  " HELD="             DELIMITED BY SIZE
                  FILE-HELD-CTR        DELIMITED BY SIZE
                  " NO-HISTORY="       DELIMITED BY SIZE
                  FILE-NOHIST-CTR      DELIMITED BY SIZE
                  " ALREADY-HELD="     DELIMITED BY SIZE
                  FILE-REHELD-CTR      DELIMITED BY SIZE
             INTO SUSPECT-RPT-REC
           END-STRING.
           WRITE SUSPECT-RPT-REC.
           ADD FILE-READ-CTR   TO TOTAL-READ-CTR.
           ADD FILE-PASS-CTR   TO TOTAL-PASS-CTR.
           ADD FILE-HELD-CTR   TO TOTAL-HELD-CTR.
           ADD FILE-NOHIST-CTR TO TOTAL-NOHIST-CTR.
           ADD FILE-REHELD-CTR TO TOTAL-REHELD-CTR.

       0200-SCREEN-RACE.
           MOVE "UNMPRACE" TO FILE-NAME-DISPLAY.
           MOVE 1 TO GROUP-CODE.
           PERFORM 0180-START-NEW-FILE.
           PERFORM 0210-READ-CLEAN-RACE.
           PERFORM UNTIL EOF
              MOVE CLEAN-RACE-REC TO WORK-REC
              PERFORM 3000-SCREEN-RECORD
              IF NOT TOTAL-OUT AND NOT INA-OUT
                 MOVE CLEAN-RACE-REC TO SCRN-RACE-REC
                 WRITE SCRN-RACE-REC
                 ADD 1 TO FILE-PASS-CTR
              END-IF
              PERFORM 0210-READ-CLEAN-RACE
           END-PERFORM.
           PERFORM 0190-WRITE-FILE-TOTALS.

       0210-READ-CLEAN-RACE.
           READ CLEAN-RACE
           AT END SET EOF TO TRUE
           END-READ
           IF NOT EOF
            ADD 1 TO FILE-READ-CTR
            ADD 1 TO RECORD-NUM.

       0300-SCREEN-SEX.
           MOVE "UNMPSEX" TO FILE-NAME-DISPLAY.
           MOVE 2 TO GROUP-CODE.
           PERFORM 0180-START-NEW-FILE.
           PERFORM 0310-READ-CLEAN-SEX.
           PERFORM UNTIL EOF
              MOVE CLEAN-SEX-REC TO WORK-REC
              PERFORM 3000-SCREEN-RECORD
              IF NOT TOTAL-OUT AND NOT INA-OUT
                 MOVE CLEAN-SEX-REC TO SCRN-SEX-REC
                 WRITE SCRN-SEX-REC
                 ADD 1 TO FILE-PASS-CTR
              END-IF
              PERFORM 0310-READ-CLEAN-SEX
           END-PERFORM.
           PERFORM 0190-WRITE-FILE-TOTALS.

       0310-READ-CLEAN-SEX.
           READ CLEAN-SEX
           AT END SET EOF TO TRUE
           END-READ
           IF NOT EOF
            ADD 1 TO FILE-READ-CTR
            ADD 1 TO RECORD-NUM.

       0400-SCREEN-ETHNICITY.
           MOVE "UNMPETHN" TO FILE-NAME-DISPLAY.
           MOVE 3 TO GROUP-CODE.
           PERFORM 0180-START-NEW-FILE.
           PERFORM 0410-READ-CLEAN-ETHNICITY.
           PERFORM UNTIL EOF
              MOVE CLEAN-ETHNICITY-REC TO WORK-REC
              PERFORM 3000-SCREEN-RECORD
              IF NOT TOTAL-OUT AND NOT INA-OUT
                 MOVE CLEAN-ETHNICITY-REC TO SCRN-ETHNICITY-REC
                 WRITE SCRN-ETHNICITY-REC
                 ADD 1 TO FILE-PASS-CTR
              END-IF
              PERFORM 0410-READ-CLEAN-ETHNICITY
           END-PERFORM.
           PERFORM 0190-WRITE-FILE-TOTALS.

       0410-READ-CLEAN-ETHNICITY.
           READ CLEAN-ETHNICITY
           AT END SET EOF TO TRUE
           END-READ
           IF NOT EOF
            ADD 1 TO FILE-READ-CTR
            ADD 1 TO RECORD-NUM.

       0500-SCREEN-AGE.
           MOVE "UNMPAGE" TO FILE-NAME-DISPLAY.
           MOVE 4 TO GROUP-CODE.
           PERFORM 0180-START-NEW-FILE.
           PERFORM 0510-READ-CLEAN-AGE.
           PERFORM UNTIL EOF
              MOVE CLEAN-AGE-REC TO WORK-REC
              PERFORM 3000-SCREEN-RECORD
              IF NOT TOTAL-OUT AND NOT INA-OUT
                 MOVE CLEAN-AGE-REC TO SCRN-AGE-REC
                 WRITE SCRN-AGE-REC
                 ADD 1 TO FILE-PASS-CTR
              END-IF
              PERFORM 0510-READ-CLEAN-AGE
           END-PERFORM.
           PERFORM 0190-WRITE-FILE-TOTALS.

       0510-READ-CLEAN-AGE.
           READ CLEAN-AGE
           AT END SET EOF TO TRUE
           END-READ
           IF NOT EOF
            ADD 1 TO FILE-READ-CTR
            ADD 1 TO RECORD-NUM.

       0600-SCREEN-INDUSTRY.
           MOVE "UNMPIND" TO FILE-NAME-DISPLAY.
           MOVE 5 TO GROUP-CODE.
           PERFORM 0180-START-NEW-FILE.
           PERFORM 0610-READ-CLEAN-INDUSTRY.
           PERFORM UNTIL EOF
              MOVE CLEAN-INDUSTRY-REC TO WORK-REC
              PERFORM 3000-SCREEN-RECORD
              IF NOT TOTAL-OUT AND NOT INA-OUT
                 MOVE CLEAN-INDUSTRY-REC TO SCRN-INDUSTRY-REC
                 WRITE SCRN-INDUSTRY-REC
                 ADD 1 TO FILE-PASS-CTR
              END-IF
              PERFORM 0610-READ-CLEAN-INDUSTRY
           END-PERFORM.
           PERFORM 0190-WRITE-FILE-TOTALS.

       0610-READ-CLEAN-INDUSTRY.
           READ CLEAN-INDUSTRY
           AT END SET EOF TO TRUE
           END-READ
           IF NOT EOF
            ADD 1 TO FILE-READ-CTR
            ADD 1 TO RECORD-NUM.

       0700-SCREEN-VETERAN.
           MOVE "UNMPVET" TO FILE-NAME-DISPLAY.
           MOVE 6 TO GROUP-CODE.
           PERFORM 0180-START-NEW-FILE.
           PERFORM 0710-READ-CLEAN-VETERAN.
           PERFORM UNTIL EOF
              MOVE CLEAN-VETERAN-REC TO WORK-REC
              PERFORM 3000-SCREEN-RECORD
              IF NOT TOTAL-OUT AND NOT INA-OUT
                 MOVE CLEAN-VETERAN-REC TO SCRN-VETERAN-REC
                 WRITE SCRN-VETERAN-REC
                 ADD 1 TO FILE-PASS-CTR
              END-IF
              PERFORM 0710-READ-CLEAN-VETERAN
           END-PERFORM.
           PERFORM 0190-WRITE-FILE-TOTALS.

       0710-READ-CLEAN-VETERAN.
           READ CLEAN-VETERAN
           AT END SET EOF TO TRUE
           END-READ
           IF NOT EOF
            ADD 1 TO FILE-READ-CTR
            ADD 1 TO RECORD-NUM.

       0800-WRITE-SCREEN-TOTALS.
           MOVE SPACES TO SUSPECT-RPT-REC.
           STRING "SCREEN TOTALS -- READ="   DELIMITED BY SIZE
                  TOTAL-READ-CTR             DELIMITED BY SIZE
                  " PASSED="                 DELIMITED BY SIZE
                  TOTAL-PASS-CTR             DELIMITED BY SIZE
                  " HELD="                   DELIMITED BY SIZE
                  TOTAL-HELD-CTR             DELIMITED BY SIZE
                  " NO-HISTORY="             DELIMITED BY SIZE
                  TOTAL-NOHIST-CTR           DELIMITED BY SIZE
                  " ALREADY-HELD="           DELIMITED BY SIZE
                  TOTAL-REHELD-CTR           DELIMITED BY SIZE
             INTO SUSPECT-RPT-REC
           END-STRING.
           WRITE SUSPECT-RPT-REC.

      *----------------------------------------------------------
      * Screen one clean record.  The record is split into its
      * fields (key, date, inactive count, then the category
      * counts), the group total is summed, and the area's prior
      * periods are read off the cluster.  The group total and
      * the inactive count are each tested against the average
      * of those periods; either one outside tolerance holds the
      * record.  The edit has already proved every field numeric.
      *----------------------------------------------------------
       3000-SCREEN-RECORD.
           MOVE 'N' TO TOTAL-OUT-FLAG.
           MOVE 'N' TO INA-OUT-FLAG.
           MOVE SPACES TO FIELD-TABLE.
           MOVE 0 TO FIELD-COUNT.
           UNSTRING WORK-REC DELIMITED BY ","
             INTO FIELD-TEXT(1),  FIELD-TEXT(2),  FIELD-TEXT(3),
                  FIELD-TEXT(4),  FIELD-TEXT(5),  FIELD-TEXT(6),
                  FIELD-TEXT(7),  FIELD-TEXT(8),  FIELD-TEXT(9),
                  FIELD-TEXT(10), FIELD-TEXT(11), FIELD-TEXT(12),
                  FIELD-TEXT(13), FIELD-TEXT(14), FIELD-TEXT(15),
                  FIELD-TEXT(16), FIELD-TEXT(17), FIELD-TEXT(18),
                  FIELD-TEXT(19), FIELD-TEXT(20), FIELD-TEXT(21),
                  FIELD-TEXT(22), FIELD-TEXT(23), FIELD-TEXT(24)
             TALLYING IN FIELD-COUNT
           END-UNSTRING.
           MOVE FIELD-TEXT(1)(1:8)  TO CUR-AREA-KEY.
           MOVE FIELD-TEXT(2)(1:10) TO CUR-PERIOD-DATE.
           COMPUTE CUR-GROUP-INA = FUNCTION NUMVAL(FIELD-TEXT(3)).
           MOVE 0 TO CUR-GROUP-TOT.
           PERFORM VARYING FIELD-SUB FROM 4 BY 1
              UNTIL FIELD-SUB > FIELD-COUNT
              COMPUTE CUR-GROUP-TOT = CUR-GROUP-TOT +
                 FUNCTION NUMVAL(FIELD-TEXT(FIELD-SUB))
           END-PERFORM.
           PERFORM 3100-LOAD-AREA-HISTORY.
           IF HIST-COUNT = 0
              ADD 1 TO FILE-NOHIST-CTR
           ELSE
              PERFORM 3300-TEST-AGAINST-HISTORY
           END-IF.
           IF TOTAL-OUT OR INA-OUT
              PERFORM 4000-HOLD-SUSPECT
           END-IF.

      * Every period on file for the area ahead of the incoming
      * one, in date order because the date is the low-order part
      * of the key.  A period with nothing in this group means
      * the feed did not file that month - it is no evidence of
      * what the group should look like, so it is skipped.
       3100-LOAD-AREA-HISTORY.
           MOVE 0 TO HIST-COUNT.
           SET HIST-IN-PROGRESS TO TRUE.
           MOVE CUR-AREA-KEY TO UE-VSAM-KEY.
           MOVE LOW-VALUES   TO UE-VSAM-DATE.
           START UE-VSAM KEY IS NOT LESS THAN UE-VSAM-REC-KEY
             INVALID KEY SET EOF-HIST TO TRUE
           END-START.
           PERFORM UNTIL EOF-HIST
              READ UE-VSAM NEXT RECORD
                AT END SET EOF-HIST TO TRUE
                NOT AT END
                   IF UE-VSAM-KEY NOT = CUR-AREA-KEY
                      OR UE-VSAM-DATE NOT < CUR-PERIOD-DATE
                      SET EOF-HIST TO TRUE
                   ELSE
                      PERFORM 3200-TOTAL-HISTORY-GROUP
                      IF HIST-GROUP-TOT + HIST-GROUP-INA > 0
                         PERFORM 3150-ADD-HISTORY-PERIOD
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.

       3150-ADD-HISTORY-PERIOD.
           IF HIST-COUNT < HISTORY-PERIODS
              ADD 1 TO HIST-COUNT
           ELSE
              PERFORM VARYING HIST-SUB FROM 2 BY 1
                 UNTIL HIST-SUB > HIST-COUNT
                 MOVE HIST-ENTRY(HIST-SUB) TO HIST-ENTRY(HIST-SUB - 1)
              END-PERFORM
           END-IF.
           MOVE HIST-GROUP-TOT TO HIST-TOT(HIST-COUNT).
           MOVE HIST-GROUP-INA TO HIST-INA(HIST-COUNT).

       3200-TOTAL-HISTORY-GROUP.
           EVALUATE GROUP-CODE
              WHEN 1
                 COMPUTE HIST-GROUP-TOT =
                    UE-VSAM-RACE-WHITE + UE-VSAM-RACE-ASIAN +
                    UE-VSAM-RACE-BLACK-AA +
                    UE-VSAM-RACE-AMIND-ALNAT +
                    UE-VSAM-RACE-HAWI-PACISL
                 MOVE UE-VSAM-RACE-INA TO HIST-GROUP-INA
              WHEN 2
                 COMPUTE HIST-GROUP-TOT =
                    UE-VSAM-SEX-FEMALE + UE-VSAM-SEX-MALE
                 MOVE UE-VSAM-SEX-INA TO HIST-GROUP-INA
              WHEN 3
                 COMPUTE HIST-GROUP-TOT =
                    UE-VSAM-ETHNICITY-HISP-LATINO +
                    UE-VSAM-ETHNICITY-NOT-HL
                 MOVE UE-VSAM-ETHNICITY-INA TO HIST-GROUP-INA
              WHEN 4
                 COMPUTE HIST-GROUP-TOT =
                    UE-VSAM-AGE-LT-22 + UE-VSAM-AGE-22-24 +
                    UE-VSAM-AGE-25-34 + UE-VSAM-AGE-35-44 +
                    UE-VSAM-AGE-45-54 + UE-VSAM-AGE-55-59 +
                    UE-VSAM-AGE-60-64 + UE-VSAM-AGE-GTEQ-65
                 MOVE UE-VSAM-AGE-INA TO HIST-GROUP-INA
              WHEN 5
                 COMPUTE HIST-GROUP-TOT =
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
                 MOVE UE-VSAM-INDUSTRY-INA TO HIST-GROUP-INA
              WHEN 6
                 COMPUTE HIST-GROUP-TOT =
                    UE-VSAM-VETERAN-VET + UE-VSAM-VETERAN-NONVET
                 MOVE UE-VSAM-VETERAN-INA TO HIST-GROUP-INA
           END-EVALUATE.

       3300-TEST-AGAINST-HISTORY.
           MOVE 0 TO HIST-TOT-SUM.
           MOVE 0 TO HIST-INA-SUM.
           PERFORM VARYING HIST-SUB FROM 1 BY 1
              UNTIL HIST-SUB > HIST-COUNT
              ADD HIST-TOT(HIST-SUB) TO HIST-TOT-SUM
              ADD HIST-INA(HIST-SUB) TO HIST-INA-SUM
           END-PERFORM.
           COMPUTE BASE-GROUP-TOT ROUNDED = HIST-TOT-SUM / HIST-COUNT.
           COMPUTE BASE-GROUP-INA ROUNDED = HIST-INA-SUM / HIST-COUNT.
           MOVE CUR-GROUP-TOT  TO TEST-CURRENT.
           MOVE BASE-GROUP-TOT TO TEST-BASE.
           PERFORM 3400-TEST-ONE-FIGURE.
           MOVE TEST-OUT-FLAG  TO TOTAL-OUT-FLAG.
           MOVE CUR-GROUP-INA  TO TEST-CURRENT.
           MOVE BASE-GROUP-INA TO TEST-BASE.
           PERFORM 3400-TEST-ONE-FIGURE.
           MOVE TEST-OUT-FLAG  TO INA-OUT-FLAG.

      * The move allowed is the tolerance percent of the base, but
      * never less than the minimum move - a county that averages
      * eight people is not suspect for reporting twelve.
       3400-TEST-ONE-FIGURE.
           MOVE 'N' TO TEST-OUT-FLAG.
           IF TEST-CURRENT > TEST-BASE
              COMPUTE TEST-MOVE = TEST-CURRENT - TEST-BASE
           ELSE
              COMPUTE TEST-MOVE = TEST-BASE - TEST-CURRENT
           END-IF.
           COMPUTE TEST-ALLOWED = TEST-BASE * TOLERANCE-PCT / 100.
           IF TEST-ALLOWED < MINIMUM-MOVE
              MOVE MINIMUM-MOVE TO TEST-ALLOWED
           END-IF.
           IF TEST-MOVE > TEST-ALLOWED
              SET TEST-OUT TO TRUE
           END-IF.

      * The held record goes to the suspect file untouched, with
      * the feed it came from, and on the report with the figures
      * that put it there.  A record already on the suspect file
      * is only listed - UNMPSREL would otherwise release every
      * copy of it onto the screened file.
       4000-HOLD-SUSPECT.
           PERFORM 4050-CHECK-ALREADY-HELD.
           EVALUATE TRUE
              WHEN TOTAL-OUT AND INA-OUT
                 MOVE "03" TO SUSPECT-REASON-CODE
                 MOVE "TOTAL AND INACTIVE OUT OF TOLERANCE"
                   TO SUSPECT-REASON
              WHEN TOTAL-OUT
                 MOVE "01" TO SUSPECT-REASON-CODE
                 MOVE "GROUP TOTAL OUT OF TOLERANCE"
                   TO SUSPECT-REASON
              WHEN OTHER
                 MOVE "02" TO SUSPECT-REASON-CODE
                 MOVE "INACTIVE COUNT OUT OF TOLERANCE"
                   TO SUSPECT-REASON
           END-EVALUATE.
           IF ALREADY-HELD
              ADD 1 TO FILE-REHELD-CTR
              MOVE "ALREADY HELD - NOT ADDED AGAIN"
                TO SUSPECT-REASON
           ELSE
              ADD 1 TO FILE-HELD-CTR
              PERFORM 4100-WRITE-SUSPECT-RECORD
           END-IF.
           MOVE HIST-COUNT TO HIST-COUNT-DISP.
           MOVE SPACES TO SUSPECT-RPT-REC.
           STRING FILE-NAME-DISPLAY   DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  CUR-AREA-KEY        DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  CUR-PERIOD-DATE     DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  GROUP-NAME(GROUP-CODE) DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  CUR-GROUP-TOT       DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  BASE-GROUP-TOT      DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  CUR-GROUP-INA       DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  BASE-GROUP-INA      DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  HIST-COUNT-DISP     DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  SUSPECT-REASON      DELIMITED BY SIZE
             INTO SUSPECT-RPT-REC
           END-STRING.
           WRITE SUSPECT-RPT-REC.
           IF SUSPECT-RPT-STATUS NOT = "00"
              DISPLAY "WRITE SUSPECT-RPT-REC FILE-STATUS IS "
                      SUSPECT-RPT-STATUS " FOR RECORD " RECORD-NUM
           END-IF.

       4050-CHECK-ALREADY-HELD.
           MOVE 'N' TO ALREADY-HELD-FLAG.
           SET HELD-IDX TO 1.
           SEARCH HELD-ENTRY VARYING HELD-IDX
             AT END CONTINUE
             WHEN HELD-FEED(HELD-IDX)     = FILE-NAME-DISPLAY
              AND HELD-AREA-KEY(HELD-IDX) = CUR-AREA-KEY
              AND HELD-PERIOD(HELD-IDX)   = CUR-PERIOD-DATE
                SET ALREADY-HELD TO TRUE
           END-SEARCH.

       4100-WRITE-SUSPECT-RECORD.
           MOVE SPACES              TO SUSPECT-REC.
           MOVE FILE-NAME-DISPLAY   TO SUSP-FEED.
           MOVE SUSPECT-REASON-CODE TO SUSP-REASON-CODE.
           MOVE RUN-DATE            TO SUSP-HELD-DATE.
           MOVE WORK-REC            TO SUSP-RECORD.
           WRITE SUSPECT-REC.
           IF SUSPECT-FILE-STATUS NOT = "00"
              DISPLAY "WRITE SUSPECT-REC FILE-STATUS IS "
                      SUSPECT-FILE-STATUS " FOR RECORD " RECORD-NUM
           END-IF.
           MOVE FILE-NAME-DISPLAY TO ADD-HELD-FEED.
           MOVE CUR-AREA-KEY      TO ADD-HELD-AREA-KEY.
           MOVE CUR-PERIOD-DATE   TO ADD-HELD-PERIOD.
           PERFORM 0140-ADD-HELD-ENTRY.

       0900-CLOSE-FILES.
           PERFORM 0115-WRITE-RUN-END.
           CLOSE RUN-CTL.
           CLOSE UE-VSAM,
                 CLEAN-RACE,
                 CLEAN-SEX,
                 CLEAN-ETHNICITY,
                 CLEAN-AGE,
                 CLEAN-INDUSTRY,
                 CLEAN-VETERAN,
                 SCRN-RACE,
                 SCRN-SEX,
                 SCRN-ETHNICITY,
                 SCRN-AGE,
                 SCRN-INDUSTRY,
                 SCRN-VETERAN,
                 SUSPECT-FILE,
                 SUSPECT-RPT.
