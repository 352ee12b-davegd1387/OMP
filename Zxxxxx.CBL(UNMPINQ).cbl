      *---to a CSV extract the research unit can pull---*
      *---into a spreadsheet between load cycles.    ---*
      *---Parameter card layout (comma separated):   ---*
      *---  low-key,high-key,group-list,threshold    ---*
      *---  low-key  8-digit area key, blank = first ---*
      *---  high-key 8-digit area key, blank = low   ---*
      *---  group-list groups wanted separated by /  ---*
      *---     (RACE SEX ETHNICITY AGE INDUSTRY      ---*
      *---      VETERAN), blank or ALL = every group ---*
      *---  threshold smallest non-zero count that is---*
      *---     released, blank = 5                   ---*
      *---Disclosure control: a withheld cell is     ---*
      *---written as (S).  A group left with only one---*
      *---withheld cell also withholds its smallest  ---*
      *---other cell, written as (C), so the hidden  ---*
      *---count cannot be had by subtracting from the---*
      *---group total.  Every withheld cell is listed---*
      *---on the suppression log UESUPLOG for the    ---*
      *---confidentiality officer.                   ---*
      *-------------------------------------------------*
       IDENTIFICATION DIVISION.
      *-----------------------
              FILE STATUS IS FILE-STATUS.
           SELECT EXTRACT-FILE       ASSIGN TO UEEXTR
              FILE STATUS IS EXTRACT-FILE-STATUS.
           SELECT OPTIONAL SUPPRESSION-LOG ASSIGN TO UESUPLOG
              FILE STATUS IS SUPPLOG-FILE-STATUS.
           SELECT OPTIONAL AREA-MASTER-FILE ASSIGN TO UEAREAMF
              FILE STATUS IS AREA-MASTER-STATUS.
           SELECT OPTIONAL RUN-CTL   ASSIGN TO RUNCTL
               10  UE-VSAM-AGE-INA           PIC 9(5).
               10  UE-VSAM-INDUSTRY-INA      PIC 9(5).
               10  UE-VSAM-VETERAN-INA       PIC 9(5).
      * The same record seen as numbered fields - the 39 category
      * counts in record order, then the six inactive counts.
       01  UE-VSAM-FIELD-VIEW.
           05 FILLER                 PIC X(18).
           05 UE-VSAM-CAT-COUNT      PIC 9(6) OCCURS 39 TIMES.
           05 UE-VSAM-INA-COUNT      PIC 9(5) OCCURS 6 TIMES.
       FD  EXTRACT-FILE      RECORDING MODE F.
       01  EXTRACT-REC       PIC X(500).
      * Suppression log, appended to by every program that sends
      * counts outside - one line per withheld cell.
       FD  SUPPRESSION-LOG   RECORDING MODE F.
       01  SUPPRESSION-LOG-REC PIC X(132).
       FD  AREA-MASTER-FILE  RECORDING MODE F.
       01  AREA-MASTER-REC   PIC X(80).
      * Shared run-control/audit-trail file.  Every program in the
      * can be answered for after the job log is gone.  The same
      * layout is kept in every program that writes the file.
      * Count slots for UNMPINQ: 1 records extracted, 2 keys not
      * on area master, 3 cells withheld below threshold, 4 cells
      * withheld as complements; the rest stay zero.
       FD  RUN-CTL           RECORDING MODE F.
       01  RUN-CTL-REC.
           05 RC-RUN-DATE        PIC X(8).
         05 PARM-LOW-KEY       PIC X(8).
         05 PARM-HIGH-KEY      PIC X(8).
         05 PARM-GROUP-LIST    PIC X(60).
         05 PARM-THRESHOLD-TEXT PIC X(3).
       01 SELECTED-GROUPS.
         05 SEL-RACE-FLAG      PIC X VALUE 'N'.
           88 SEL-RACE           VALUE 'Y'.
           88 SEL-INDUSTRY       VALUE 'Y'.
         05 SEL-VET-FLAG       PIC X VALUE 'N'.
           88 SEL-VETERAN        VALUE 'Y'.
       01 SELECTED-GROUP-VIEW REDEFINES SELECTED-GROUPS.
         05 SEL-GROUP-FLAG     PIC X OCCURS 6 TIMES.

      * Disclosure control.  The category cells of each group, by
      * position in the numbered view, in the fixed group order.
       01 SUPPRESS-THRESHOLD   PIC 9(3) VALUE 5.
       01 GROUP-RANGE-LIST.
         05 FILLER             PIC X(14) VALUE "0105RACE".
         05 FILLER             PIC X(14) VALUE "0607SEX".
         05 FILLER             PIC X(14) VALUE "0809ETHNICITY".
         05 FILLER             PIC X(14) VALUE "1017AGE".
         05 FILLER             PIC X(14) VALUE "1837INDUSTRY".
         05 FILLER             PIC X(14) VALUE "3839VETERAN".
       01 GROUP-RANGE-TABLE REDEFINES GROUP-RANGE-LIST.
         05 GROUP-RANGE OCCURS 6 TIMES.
             10 GROUP-FIRST-CELL PIC 9(2).
             10 GROUP-LAST-CELL  PIC 9(2).
             10 GROUP-NAME       PIC X(10).
       01 CELL-NAME-LIST.
         05 FILLER PIC X(18) VALUE "WHITE".
         05 FILLER PIC X(18) VALUE "ASIAN".
         05 FILLER PIC X(18) VALUE "BLACK-AA".
         05 FILLER PIC X(18) VALUE "AMIND-ALNAT".
         05 FILLER PIC X(18) VALUE "HAWI-PACISL".
         05 FILLER PIC X(18) VALUE "FEMALE".
         05 FILLER PIC X(18) VALUE "MALE".
         05 FILLER PIC X(18) VALUE "HISP-LATINO".
         05 FILLER PIC X(18) VALUE "NOT-HL".
         05 FILLER PIC X(18) VALUE "AGE-LT-22".
         05 FILLER PIC X(18) VALUE "AGE-22-24".
         05 FILLER PIC X(18) VALUE "AGE-25-34".
         05 FILLER PIC X(18) VALUE "AGE-35-44".
         05 FILLER PIC X(18) VALUE "AGE-45-54".
         05 FILLER PIC X(18) VALUE "AGE-55-59".
         05 FILLER PIC X(18) VALUE "AGE-60-64".
         05 FILLER PIC X(18) VALUE "AGE-GTEQ-65".
         05 FILLER PIC X(18) VALUE "WH-TRADE".
         05 FILLER PIC X(18) VALUE "TRANS-WAREH".
         05 FILLER PIC X(18) VALUE "CONSTR".
         05 FILLER PIC X(18) VALUE "FIN-INS".
         05 FILLER PIC X(18) VALUE "MFTRG".
         05 FILLER PIC X(18) VALUE "AG-FRST-FISH-HUNT".
         05 FILLER PIC X(18) VALUE "PUB-ADMIN".
         05 FILLER PIC X(18) VALUE "UTIL".
         05 FILLER PIC X(18) VALUE "ACCOM-FOOD".
         05 FILLER PIC X(18) VALUE "INFO".
         05 FILLER PIC X(18) VALUE "PROF-SCI-TECH".
         05 FILLER PIC X(18) VALUE "RE-RENT-LEASE".
         05 FILLER PIC X(18) VALUE "OTHER-SVCS".
         05 FILLER PIC X(18) VALUE "MGMT-COMP-ENT".
         05 FILLER PIC X(18) VALUE "EDU-SVCS".
         05 FILLER PIC X(18) VALUE "MINING".
         05 FILLER PIC X(18) VALUE "HLTHCARE-SOCASST".
         05 FILLER PIC X(18) VALUE "ART-ENT-REC".
         05 FILLER PIC X(18) VALUE "ADM-WASTE-REM".
         05 FILLER PIC X(18) VALUE "RETAIL".
         05 FILLER PIC X(18) VALUE "VET".
         05 FILLER PIC X(18) VALUE "NONVET".
       01 CELL-NAME-TABLE REDEFINES CELL-NAME-LIST.
         05 CELL-NAME          PIC X(18) OCCURS 39 TIMES.
      * Withheld flags for the record in hand: space = released,
      * S = below threshold, C = withheld as a complement.
       01 CELL-FLAGS.
         05 CELL-FLAG          PIC X OCCURS 39 TIMES.
         05 INA-FLAG           PIC X OCCURS 6 TIMES.
       01 GRP-SUB              PIC 9(2) COMP VALUE 0.
       01 CELL-SUB             PIC 9(2) COMP VALUE 0.
       01 COMP-SUB             PIC 9(2) COMP VALUE 0.
       01 PRIMARY-SUB          PIC 9(2) COMP VALUE 0.
       01 PRIMARY-IN-GROUP     PIC 9(2) VALUE 0.
       01 COMP-VALUE           PIC 9(6) VALUE 0.
       01 CELL-DISP            PIC 9(6).
       01 INA-DISP             PIC 9(5).
       01 LOG-CELL-NAME        PIC X(18).
       01 LOG-VALUE            PIC 9(6).
       01 LOG-REASON           PIC X(40).
       01 PRIMARY-CTR          PIC 9(8) VALUE 0.
       01 COMPLEMENT-CTR       PIC 9(8) VALUE 0.
       01 SUPPLOG-FILE-STATUS  PIC X(02) VALUE SPACES.
       01 FLAGS.
         05 EOF-FLAG           PIC X VALUE SPACE.
           88 EOF               VALUE 'Y'.
              STOP RUN
           END-IF.
           OPEN OUTPUT EXTRACT-FILE.
           OPEN EXTEND SUPPRESSION-LOG.
           OPEN EXTEND RUN-CTL.
           PERFORM 0110-WRITE-RUN-START.

           MOVE ZEROES TO RC-COUNTS.
           MOVE EXTRACT-CTR   TO RC-COUNT(1).
           MOVE NO-MASTER-CTR TO RC-COUNT(2).
           MOVE PRIMARY-CTR    TO RC-COUNT(3).
           MOVE COMPLEMENT-CTR TO RC-COUNT(4).
           WRITE RUN-CTL-REC.
           IF RUNCTL-FILE-STATUS NOT = "00"
              DISPLAY "WRITE RUN-CTL-REC FILE-STATUS IS "
           UNSTRING PARM-REC DELIMITED BY ","
             INTO PARM-LOW-KEY,
                  PARM-HIGH-KEY,
                  PARM-GROUP-LIST,
                  PARM-THRESHOLD-TEXT.
           EVALUATE TRUE
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
      * Blank high key means a single-key request, except when the
      * low key is blank too - then the whole file is wanted.
           IF PARM-HIGH-KEY = SPACES
           DISPLAY "EXTRACT REQUEST - KEYS " PARM-LOW-KEY
                   " THRU " PARM-HIGH-KEY
                   " GROUPS " PARM-GROUP-LIST.
           DISPLAY "CELLS BELOW " SUPPRESS-THRESHOLD " WITHHELD".
           MOVE SPACES TO SUPPRESSION-LOG-REC.
           STRING "UNMPINQ  RUN "        DELIMITED BY SIZE
                  ACCEPT-DATE            DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  ACCEPT-TIME(1:6)       DELIMITED BY SIZE
                  "  THRESHOLD "         DELIMITED BY SIZE
                  SUPPRESS-THRESHOLD     DELIMITED BY SIZE
                  "  KEYS "              DELIMITED BY SIZE
                  PARM-LOW-KEY           DELIMITED BY SIZE
                  " THRU "               DELIMITED BY SIZE
                  PARM-HIGH-KEY          DELIMITED BY SIZE
             INTO SUPPRESSION-LOG-REC
           END-STRING.
           PERFORM 0660-WRITE-LOG-LINE.

       0300-SET-GROUP-FLAGS.
           IF PARM-GROUP-LIST = SPACES

       0510-WRITE-EXTRACT-LINE.
           PERFORM 0505-LOOKUP-AREA-NAME.
           PERFORM 0600-APPLY-SUPPRESSION.
           MOVE SPACES TO EXTRACT-REC.
           MOVE 1 TO STRING-PTR.
           STRING UE-VSAM-KEY    DELIMITED BY SIZE
                  AREA-NAME-WORK DELIMITED BY SIZE
             INTO EXTRACT-REC WITH POINTER STRING-PTR
           END-STRING.
           PERFORM VARYING GRP-SUB FROM 1 BY 1 UNTIL GRP-SUB > 6
              IF SEL-GROUP-FLAG(GRP-SUB) = 'Y'
                 PERFORM 0520-APPEND-GROUP
              END-IF
           END-PERFORM.
           WRITE EXTRACT-REC.
           IF EXTRACT-FILE-STATUS NOT = "00"
              DISPLAY "WRITE EXTRACT-REC FILE-STATUS IS "
                      EXTRACT-FILE-STATUS " FOR " UE-VSAM-KEY
           END-IF.
           ADD 1 TO EXTRACT-CTR.

      * The group's category cells then its inactive count, in the
      * order the header names them.  A withheld cell goes out as
      * its flag in place of the count.
       0520-APPEND-GROUP.
           PERFORM VARYING CELL-SUB FROM GROUP-FIRST-CELL(GRP-SUB)
              BY 1 UNTIL CELL-SUB > GROUP-LAST-CELL(GRP-SUB)
              IF CELL-FLAG(CELL-SUB) = SPACE
                 MOVE UE-VSAM-CAT-COUNT(CELL-SUB) TO CELL-DISP
                 STRING "," CELL-DISP DELIMITED BY SIZE
                   INTO EXTRACT-REC WITH POINTER STRING-PTR
                 END-STRING
              ELSE
                 STRING ",(" CELL-FLAG(CELL-SUB) ")"
                   DELIMITED BY SIZE
                   INTO EXTRACT-REC WITH POINTER STRING-PTR
                 END-STRING
              END-IF
           END-PERFORM.
           IF INA-FLAG(GRP-SUB) = SPACE
              MOVE UE-VSAM-INA-COUNT(GRP-SUB) TO INA-DISP
              STRING "," INA-DISP DELIMITED BY SIZE
                INTO EXTRACT-REC WITH POINTER STRING-PTR
              END-STRING
           ELSE
              STRING ",(" INA-FLAG(GRP-SUB) ")" DELIMITED BY SIZE
                INTO EXTRACT-REC WITH POINTER STRING-PTR
              END-STRING
           END-IF.

      *----------------------------------------------------------
      * Disclosure control for the record in hand, group by group
      * for the groups being extracted.  A zero count identifies
      * no one and is released.
      *----------------------------------------------------------
       0600-APPLY-SUPPRESSION.
           MOVE SPACES TO CELL-FLAGS.
           PERFORM VARYING GRP-SUB FROM 1 BY 1 UNTIL GRP-SUB > 6
              IF SEL-GROUP-FLAG(GRP-SUB) = 'Y'
                 PERFORM 0610-SUPPRESS-GROUP
              END-IF
           END-PERFORM.

       0610-SUPPRESS-GROUP.
           MOVE 0 TO PRIMARY-IN-GROUP.
           PERFORM VARYING CELL-SUB FROM GROUP-FIRST-CELL(GRP-SUB)
              BY 1 UNTIL CELL-SUB > GROUP-LAST-CELL(GRP-SUB)
              IF UE-VSAM-CAT-COUNT(CELL-SUB) > 0
                 AND UE-VSAM-CAT-COUNT(CELL-SUB) < SUPPRESS-THRESHOLD
                 MOVE 'S' TO CELL-FLAG(CELL-SUB)
                 ADD 1 TO PRIMARY-IN-GROUP
                 ADD 1 TO PRIMARY-CTR
                 MOVE CELL-SUB TO PRIMARY-SUB
                 MOVE CELL-NAME(CELL-SUB) TO LOG-CELL-NAME
                 MOVE UE-VSAM-CAT-COUNT(CELL-SUB) TO LOG-VALUE
                 MOVE "BELOW THRESHOLD" TO LOG-REASON
                 PERFORM 0650-LOG-WITHHELD-CELL
              END-IF
           END-PERFORM.
           IF PRIMARY-IN-GROUP = 1
              PERFORM 0620-SUPPRESS-COMPLEMENT
           END-IF.
           IF UE-VSAM-INA-COUNT(GRP-SUB) > 0
              AND UE-VSAM-INA-COUNT(GRP-SUB) < SUPPRESS-THRESHOLD
              MOVE 'S' TO INA-FLAG(GRP-SUB)
              ADD 1 TO PRIMARY-CTR
              MOVE SPACES TO LOG-CELL-NAME
              STRING GROUP-NAME(GRP-SUB) DELIMITED BY SPACE
                     "-INA"              DELIMITED BY SIZE
                INTO LOG-CELL-NAME
              END-STRING
              MOVE UE-VSAM-INA-COUNT(GRP-SUB) TO LOG-VALUE
              MOVE "BELOW THRESHOLD" TO LOG-REASON
              PERFORM 0650-LOG-WITHHELD-CELL
           END-IF.

      * One withheld cell alone can be had back from the group
      * total, so the smallest other non-zero cell goes with it -
      * or, when every other cell is zero, the first of the zeros.
       0620-SUPPRESS-COMPLEMENT.
           MOVE 0 TO COMP-SUB, COMP-VALUE.
           PERFORM VARYING CELL-SUB FROM GROUP-FIRST-CELL(GRP-SUB)
              BY 1 UNTIL CELL-SUB > GROUP-LAST-CELL(GRP-SUB)
              IF CELL-FLAG(CELL-SUB) = SPACE
                 AND UE-VSAM-CAT-COUNT(CELL-SUB) > 0
                 AND (COMP-SUB = 0
                   OR UE-VSAM-CAT-COUNT(CELL-SUB) < COMP-VALUE)
                 MOVE CELL-SUB TO COMP-SUB
                 MOVE UE-VSAM-CAT-COUNT(CELL-SUB) TO COMP-VALUE
              END-IF
           END-PERFORM.
           IF COMP-SUB = 0
              PERFORM VARYING CELL-SUB FROM GROUP-FIRST-CELL(GRP-SUB)
                 BY 1 UNTIL CELL-SUB > GROUP-LAST-CELL(GRP-SUB)
                    OR COMP-SUB > 0
                 IF CELL-FLAG(CELL-SUB) = SPACE
                    MOVE CELL-SUB TO COMP-SUB
                 END-IF
              END-PERFORM
           END-IF.
           IF COMP-SUB > 0
              MOVE 'C' TO CELL-FLAG(COMP-SUB)
              ADD 1 TO COMPLEMENT-CTR
              MOVE CELL-NAME(COMP-SUB) TO LOG-CELL-NAME
              MOVE UE-VSAM-CAT-COUNT(COMP-SUB) TO LOG-VALUE
              MOVE SPACES TO LOG-REASON
              STRING "COMPLEMENT OF "       DELIMITED BY SIZE
                     CELL-NAME(PRIMARY-SUB) DELIMITED BY SPACE
                INTO LOG-REASON
              END-STRING
              PERFORM 0650-LOG-WITHHELD-CELL
           END-IF.

       0650-LOG-WITHHELD-CELL.
           MOVE SPACES TO SUPPRESSION-LOG-REC.
           STRING "UNMPINQ  "            DELIMITED BY SIZE
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
           STRING "UNMPINQ  TOTALS -- RECORDS=" DELIMITED BY SIZE
                  EXTRACT-CTR                   DELIMITED BY SIZE
                  " BELOW-THRESHOLD="           DELIMITED BY SIZE
                  PRIMARY-CTR                   DELIMITED BY SIZE
                  " COMPLEMENTS="               DELIMITED BY SIZE
                  COMPLEMENT-CTR                DELIMITED BY SIZE
             INTO SUPPRESSION-LOG-REC
           END-STRING.
           PERFORM 0660-WRITE-LOG-LINE.
           PERFORM 0115-WRITE-RUN-END.
           CLOSE RUN-CTL.
           CLOSE PARM-FILE,
                 UE-VSAM,
                 EXTRACT-FILE,
                 SUPPRESSION-LOG.
