      *-------------------------------------------------*
      *------Open Mainframe Project COBOL 3 / 9.3-------*
      *-------------------------------------------------*
      *------FIELD-LEVEL CORRECTIONS TO UE-VSAM---------*
      *-------------------------------------------------*
      *---Applies single-count corrections from the  ---*
      *---research unit without reloading a feed or  ---*
      *---backing out a whole run.  Each card names  ---*
      *---one field of one area's record for one     ---*
      *---period, the value the unit expects to be   ---*
      *---there now and the value it should become.  ---*
      *---A card is applied only when the record's   ---*
      *---current value still equals the expected    ---*
      *---value - anything else means someone got    ---*
      *---there first and the card is rejected.      ---*
      *---Every change is journaled to UEJRNL so     ---*
      *---UNMPJRCV can back the run out like any     ---*
      *---other.  A record left out of balance       ---*
      *---across its category groups is flagged on   ---*
      *---the correction report.                     ---*
      *---Correction cards (comma separated):        ---*
      *---  area-key,period,field-name,expected,new  ---*
      *---  period     reporting date YYYY-MM-DD     ---*
      *---  field-name the UE-VSAM field, e.g.       ---*
      *---             UE-VSAM-IND-CONSTR or         ---*
      *---             UE-VSAM-AGE-INA               ---*
      *---  expected   current value, digits only    ---*
      *---  new        corrected value, digits only  ---*
      *-------------------------------------------------*
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    UNMPCORR.
       AUTHOR.        Dave Driscoll.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CORRECTION-FILE    ASSIGN TO CORRCARD
              FILE STATUS IS CORR-FILE-STATUS.
           SELECT UE-VSAM            ASSIGN TO UNMPVSAM
           ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS UE-VSAM-REC-KEY
              FILE STATUS IS FILE-STATUS.
           SELECT CORRECTION-RPT     ASSIGN TO UECORRPT
              FILE STATUS IS CORR-RPT-STATUS.
           SELECT OPTIONAL JOURNAL-FILE ASSIGN TO UEJRNL
              FILE STATUS IS JRNL-FILE-STATUS.
           SELECT OPTIONAL RUN-CTL   ASSIGN TO RUNCTL
              FILE STATUS IS RUNCTL-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  CORRECTION-FILE   RECORDING MODE F.
       01  CORRECTION-REC    PIC X(80).
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
      * counts in record order, then the six inactive counts - so
      * a card's field name resolves to a subscript.
       01  UE-VSAM-FIELD-VIEW.
           05 FILLER                 PIC X(18).
           05 UE-VSAM-CAT-COUNT      PIC 9(6) OCCURS 39 TIMES.
           05 UE-VSAM-INA-COUNT      PIC 9(5) OCCURS 6 TIMES.
       FD  CORRECTION-RPT    RECORDING MODE F.
       01  CORRECTION-RPT-REC PIC X(132).
      * Update journal.  Every change made to UE-VSAM is written
      * here with the record's before and after images, so a run
      * that turns out to be wrong can be backed out by UNMPJRCV
      * (or replayed against a restored copy).  All records of
      * one run carry the same stamp.  The same layout is kept in
      * every program that writes the file.
       FD  JOURNAL-FILE          RECORDING MODE F.
       01  JOURNAL-REC.
           05 JR-RUN-DATE        PIC X(8).
           05 JR-RUN-TIME        PIC X(6).
           05 JR-PROGRAM         PIC X(8).
           05 JR-ACTION          PIC X(3).
           05 JR-BEFORE-IMAGE    PIC X(282).
           05 JR-AFTER-IMAGE     PIC X(282).
           05 FILLER             PIC X(11).
      * Shared run-control/audit-trail file.  Every program in the
      * nightly stream appends a START record when it begins and an
      * END record with its counts when it completes, so any run
      * can be answered for after the job log is gone.  The same
      * layout is kept in every program that writes the file.
      * Count slots for UNMPCORR: 1 cards read, 2 applied,
      * 3 rejected, 4 records left out of balance; the rest stay
      * zero.
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
      * One correction card's fields after the UNSTRING.
       01 CARD-FIELDS.
         05 CARD-AREA-KEY      PIC X(8).
         05 CARD-PERIOD        PIC X(10).
         05 CARD-FIELD-NAME    PIC X(30).
         05 CARD-EXPECTED-TEXT PIC X(8).
         05 CARD-NEW-TEXT      PIC X(8).

       01 FLAGS.
         05 EOF-CORR-FLAG      PIC X VALUE SPACE.
           88 EOF-CORR          VALUE 'Y'.
         05 CARD-OK-FLAG       PIC X VALUE 'Y'.
           88 CARD-OK           VALUE 'Y'.
           88 CARD-BAD          VALUE 'N'.
         05 VALUE-OK-FLAG      PIC X VALUE 'Y'.
           88 VALUE-OK          VALUE 'Y'.
           88 VALUE-BAD         VALUE 'N'.

      * Every field a card may name, in record order, with the
      * category group (1 RACE .. 6 VETERAN) it is totalled in.
      * Entries 1-39 are category counts, 40-45 inactive counts.
       01 FIELD-NAME-LIST.
         05 FILLER             PIC X(30) VALUE
            "UE-VSAM-RACE-WHITE".
         05 FILLER             PIC 9     VALUE 1.
         05 FILLER             PIC X(30) VALUE
            "UE-VSAM-RACE-ASIAN".
         05 FILLER             PIC 9     VALUE 1.
         05 FILLER             PIC X(30) VALUE
            "UE-VSAM-RACE-BLACK-AA".
         05 FILLER             PIC 9     VALUE 1.
         05 FILLER             PIC X(30) VALUE
            "UE-VSAM-RACE-AMIND-ALNAT".
         05 FILLER             PIC 9     VALUE 1.
         05 FILLER             PIC X(30) VALUE
            "UE-VSAM-RACE-HAWI-PACISL".
         05 FILLER             PIC 9     VALUE 1.
         05 FILLER             PIC X(30) VALUE
            "UE-VSAM-SEX-FEMALE".
         05 FILLER             PIC 9     VALUE 2.
         05 FILLER             PIC X(30) VALUE
            "UE-VSAM-SEX-MALE".
         05 FILLER             PIC 9     VALUE 2.
         05 FILLER             PIC X(30) VALUE
            "UE-VSAM-ETHNICITY-HISP-LATINO".
         05 FILLER             PIC 9     VALUE 3.
         05 FILLER             PIC X(30) VALUE
            "UE-VSAM-ETHNICITY-NOT-HL".
         05 FILLER             PIC 9     VALUE 3.
         05 FILLER             PIC X(30) VALUE
            "UE-VSAM-AGE-LT-22".
         05 FILLER             PIC 9     VALUE 4.
         05 FILLER             PIC X(30) VALUE
            "UE-VSAM-AGE-22-24".
         05 FILLER             PIC 9     VALUE 4.
         05 FILLER             PIC X(30) VALUE
            "UE-VSAM-AGE-25-34".
         05 FILLER             PIC 9     VALUE 4.
         05 FILLER             PIC X(30) VALUE
            "UE-VSAM-AGE-35-44".
         05 FILLER             PIC 9     VALUE 4.
         05 FILLER             PIC X(30) VALUE
            "UE-VSAM-AGE-45-54".
         05 FILLER             PIC 9     VALUE 4.
         05 FILLER             PIC X(30) VALUE
            "UE-VSAM-AGE-55-59".
         05 FILLER             PIC 9     VALUE 4.
         05 FILLER             PIC X(30) VALUE
            "UE-VSAM-AGE-60-64".
         05 FILLER             PIC 9     VALUE 4.
         05 FILLER             PIC X(30) VALUE
            "UE-VSAM-AGE-GTEQ-65".
         05 FILLER             PIC 9     VALUE 4.
         05 FILLER             PIC X(30) VALUE
            "UE-VSAM-IND-WH-TRADE".
         05 FILLER             PIC 9     VALUE 5.
         05 FILLER             PIC X(30) VALUE
            "UE-VSAM-IND-TRANS-WAREH".
         05 FILLER             PIC 9     VALUE 5.
         05 FILLER             PIC X(30) VALUE
            "UE-VSAM-IND-CONSTR".
         05 FILLER             PIC 9     VALUE 5.
         05 FILLER             PIC X(30) VALUE
            "UE-VSAM-IND-FIN-INS".
         05 FILLER             PIC 9     VALUE 5.
         05 FILLER             PIC X(30) VALUE
            "UE-VSAM-IND-MFTRG".
         05 FILLER             PIC 9     VALUE 5.
         05 FILLER             PIC X(30) VALUE
            "UE-VSAM-IND-AG-FRST-FISH-HUNT".
         05 FILLER             PIC 9     VALUE 5.
         05 FILLER             PIC X(30) VALUE
            "UE-VSAM-IND-PUB-ADMIN".
         05 FILLER             PIC 9     VALUE 5.
         05 FILLER             PIC X(30) VALUE
            "UE-VSAM-IND-UTIL".
         05 FILLER             PIC 9     VALUE 5.
         05 FILLER             PIC X(30) VALUE
            "UE-VSAM-IND-ACCOM-FOOD".
         05 FILLER             PIC 9     VALUE 5.
         05 FILLER             PIC X(30) VALUE
            "UE-VSAM-IND-INFO".
         05 FILLER             PIC 9     VALUE 5.
         05 FILLER             PIC X(30) VALUE
            "UE-VSAM-IND-PROF-SCI-TECH".
         05 FILLER             PIC 9     VALUE 5.
         05 FILLER             PIC X(30) VALUE
            "UE-VSAM-IND-RE-RENT-LEASE".
         05 FILLER             PIC 9     VALUE 5.
         05 FILLER             PIC X(30) VALUE
            "UE-VSAM-IND-OTHER-SVCS".
         05 FILLER             PIC 9     VALUE 5.
         05 FILLER             PIC X(30) VALUE
            "UE-VSAM-IND-MGMT-COMP-ENT".
         05 FILLER             PIC 9     VALUE 5.
         05 FILLER             PIC X(30) VALUE
            "UE-VSAM-IND-EDU-SVCS".
         05 FILLER             PIC 9     VALUE 5.
         05 FILLER             PIC X(30) VALUE
            "UE-VSAM-IND-MINING".
         05 FILLER             PIC 9     VALUE 5.
         05 FILLER             PIC X(30) VALUE
            "UE-VSAM-IND-HLTHCARE-SOCASST".
         05 FILLER             PIC 9     VALUE 5.
         05 FILLER             PIC X(30) VALUE
            "UE-VSAM-IND-ART-ENT-REC".
         05 FILLER             PIC 9     VALUE 5.
         05 FILLER             PIC X(30) VALUE
            "UE-VSAM-IND-ADM-WASTE-REM".
         05 FILLER             PIC 9     VALUE 5.
         05 FILLER             PIC X(30) VALUE
            "UE-VSAM-IND-RETAIL".
         05 FILLER             PIC 9     VALUE 5.
         05 FILLER             PIC X(30) VALUE
            "UE-VSAM-VETERAN-VET".
         05 FILLER             PIC 9     VALUE 6.
         05 FILLER             PIC X(30) VALUE
            "UE-VSAM-VETERAN-NONVET".
         05 FILLER             PIC 9     VALUE 6.
         05 FILLER             PIC X(30) VALUE
            "UE-VSAM-RACE-INA".
         05 FILLER             PIC 9     VALUE 1.
         05 FILLER             PIC X(30) VALUE
            "UE-VSAM-SEX-INA".
         05 FILLER             PIC 9     VALUE 2.
         05 FILLER             PIC X(30) VALUE
            "UE-VSAM-ETHNICITY-INA".
         05 FILLER             PIC 9     VALUE 3.
         05 FILLER             PIC X(30) VALUE
            "UE-VSAM-AGE-INA".
         05 FILLER             PIC 9     VALUE 4.
         05 FILLER             PIC X(30) VALUE
            "UE-VSAM-INDUSTRY-INA".
         05 FILLER             PIC 9     VALUE 5.
         05 FILLER             PIC X(30) VALUE
            "UE-VSAM-VETERAN-INA".
         05 FILLER             PIC 9     VALUE 6.
       01 FIELD-NAME-TABLE REDEFINES FIELD-NAME-LIST.
         05 FIELD-ENTRY OCCURS 45 TIMES
           INDEXED BY FLD-IDX.
             10 FIELD-NAME     PIC X(30).
             10 FIELD-GROUP    PIC 9.
       01 FIELD-NUM            PIC 9(2) VALUE 0.
       01 FIELD-MAX-DIGITS     PIC 9 VALUE 0.

      * Card values, proved numeric before they are used.
       01 VALUE-TEXT           PIC X(8).
       01 VALUE-LEN            PIC 9(2) COMP VALUE 0.
       01 VALUE-NUM            PIC 9(6) VALUE 0.
       01 EXPECTED-VALUE       PIC 9(6) VALUE 0.
       01 NEW-VALUE            PIC 9(6) VALUE 0.
       01 CURRENT-VALUE        PIC 9(6) VALUE 0.
       01 CARD-RESULT          PIC X(8).
       01 CARD-REASON          PIC X(40).

      * Cross-group balance of the corrected record - the same
      * test and tolerance the load's reconciliation uses.  A group
      * total of zero means the group never posted and is left out.
       01 RECON-TOTALS.
         05 RECON-GROUP-TOT    PIC 9(8) OCCURS 6 TIMES
           INDEXED BY RECON-IDX.
       01 RECON-MIN             PIC 9(8) VALUE 0.
       01 RECON-MAX             PIC 9(8) VALUE 0.
       01 RECON-TOLERANCE       PIC 9(3) VALUE 5.

      * Journal stamp - set once at open so every record of the
      * run carries the same date and time.
       01 JRNL-STAMP-DATE      PIC X(8).
       01 JRNL-STAMP-TIME      PIC X(6).
       01 JRNL-ACTION          PIC X(3).
       01 JRNL-BEFORE-WORK     PIC X(282).
       01 JRNL-AFTER-WORK      PIC X(282).
       01 JRNL-CTR             PIC 9(8) VALUE 0.
       01 JRNL-FILE-STATUS     PIC X(02) VALUE SPACES.

       01 CARD-CTR             PIC 9(8) VALUE 0.
       01 APPLIED-CTR          PIC 9(8) VALUE 0.
       01 REJECTED-CTR         PIC 9(8) VALUE 0.
       01 OUT-OF-BALANCE-CTR   PIC 9(8) VALUE 0.
       01 FILE-STATUS          PIC X(02) VALUE SPACES.
       01 CORR-FILE-STATUS     PIC X(02) VALUE SPACES.
       01 CORR-RPT-STATUS      PIC X(02) VALUE SPACES.
       01 RUNCTL-FILE-STATUS   PIC X(02) VALUE SPACES.
       01 ACCEPT-DATE          PIC X(8).
       01 ACCEPT-TIME          PIC X(8).

      *------------------
       PROCEDURE DIVISION.
      *------------------
       0000-MAIN.
           PERFORM 0100-OPEN-FILES.
           PERFORM UNTIL EOF-CORR
              READ CORRECTION-FILE
                AT END SET EOF-CORR TO TRUE
                NOT AT END
                   IF CORRECTION-REC NOT = SPACES
                      ADD 1 TO CARD-CTR
                      PERFORM 0200-PROCESS-CORRECTION
                   END-IF
              END-READ
           END-PERFORM.
           PERFORM 0800-WRITE-CORRECTION-TOTALS.
           PERFORM 0900-CLOSE-FILES.
           DISPLAY "CORRECTIONS COMPLETE - " APPLIED-CTR
                   " APPLIED, " REJECTED-CTR " REJECTED".
           IF REJECTED-CTR > 0 OR OUT-OF-BALANCE-CTR > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       0100-OPEN-FILES.
           OPEN INPUT CORRECTION-FILE.
           IF CORR-FILE-STATUS NOT = "00"
              DISPLAY "OPEN CORRCARD FILE-STATUS IS "
                      CORR-FILE-STATUS " ENDING..."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN I-O UE-VSAM.
           IF FILE-STATUS NOT = "00"
              DISPLAY "OPEN UNMPVSAM FILE-STATUS IS " FILE-STATUS
                      " ENDING..."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT CORRECTION-RPT.
           OPEN EXTEND RUN-CTL.
           PERFORM 0110-WRITE-RUN-START.
           OPEN EXTEND JOURNAL-FILE.
           ACCEPT JRNL-STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT ACCEPT-TIME FROM TIME.
           MOVE ACCEPT-TIME(1:6) TO JRNL-STAMP-TIME.
           MOVE SPACES TO CORRECTION-RPT-REC.
           STRING "KEY      PERIOD     FIELD                     "
                  DELIMITED BY SIZE
                  "     EXPECTED NEW    RESULT   REASON"
                  DELIMITED BY SIZE
             INTO CORRECTION-RPT-REC
           END-STRING.
           PERFORM 0700-WRITE-REPORT-LINE.

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
           MOVE CARD-CTR           TO RC-COUNT(1).
           MOVE APPLIED-CTR        TO RC-COUNT(2).
           MOVE REJECTED-CTR       TO RC-COUNT(3).
           MOVE OUT-OF-BALANCE-CTR TO RC-COUNT(4).
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
           MOVE "UNMPCORR"         TO RC-PROGRAM.

      * Callers set JRNL-ACTION and the before/after work images
      * before performing this.  A journal write failure stops the
      * run - an unjournaled update cannot be backed out later.
       0130-WRITE-JOURNAL-RECORD.
           MOVE SPACES TO JOURNAL-REC.
           MOVE JRNL-STAMP-DATE  TO JR-RUN-DATE.
           MOVE JRNL-STAMP-TIME  TO JR-RUN-TIME.
           MOVE "UNMPCORR"       TO JR-PROGRAM.
           MOVE JRNL-ACTION      TO JR-ACTION.
           MOVE JRNL-BEFORE-WORK TO JR-BEFORE-IMAGE.
           MOVE JRNL-AFTER-WORK  TO JR-AFTER-IMAGE.
           WRITE JOURNAL-REC.
           IF JRNL-FILE-STATUS NOT = "00"
              DISPLAY "WRITE JOURNAL-REC FILE-STATUS IS "
                      JRNL-FILE-STATUS " FOR " JRNL-ACTION
                      " " UE-VSAM-KEY " - ENDING..."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO JRNL-CTR.

      *----------------------------------------------------------
      * One card: edit it, read the record, prove the current
      * value, change the one field, rewrite and journal.  Any
      * failure on the way rejects the card with its reason and
      * leaves the record as it was.
      *----------------------------------------------------------
       0200-PROCESS-CORRECTION.
           SET CARD-OK TO TRUE.
           MOVE SPACES TO CARD-FIELDS.
           MOVE SPACES TO CARD-REASON.
           UNSTRING CORRECTION-REC DELIMITED BY ","
             INTO CARD-AREA-KEY,
                  CARD-PERIOD,
                  CARD-FIELD-NAME,
                  CARD-EXPECTED-TEXT,
                  CARD-NEW-TEXT.
           PERFORM 0210-EDIT-CARD.
           IF CARD-OK
              MOVE CARD-AREA-KEY TO UE-VSAM-KEY
              MOVE CARD-PERIOD   TO UE-VSAM-DATE
              READ UE-VSAM KEY IS UE-VSAM-REC-KEY
              IF FILE-STATUS NOT = "00"
                 SET CARD-BAD TO TRUE
                 MOVE "RECORD NOT ON FILE" TO CARD-REASON
              END-IF
           END-IF.
           IF CARD-OK
              PERFORM 0230-GET-CURRENT-VALUE
              IF CURRENT-VALUE NOT = EXPECTED-VALUE
                 SET CARD-BAD TO TRUE
                 STRING "CURRENT VALUE " DELIMITED BY SIZE
                        CURRENT-VALUE    DELIMITED BY SIZE
                        " NOT AS EXPECTED" DELIMITED BY SIZE
                   INTO CARD-REASON
                 END-STRING
              END-IF
           END-IF.
           IF CARD-OK
              PERFORM 0240-APPLY-CORRECTION
           END-IF.
           IF CARD-OK
              MOVE "APPLIED" TO CARD-RESULT
              ADD 1 TO APPLIED-CTR
              PERFORM 0300-CHECK-RECORD-BALANCE
           ELSE
              MOVE "REJECTED" TO CARD-RESULT
              ADD 1 TO REJECTED-CTR
           END-IF.
           PERFORM 0400-WRITE-CARD-LINE.

       0210-EDIT-CARD.
           IF CARD-AREA-KEY IS NOT NUMERIC
              SET CARD-BAD TO TRUE
              MOVE "INVALID AREA KEY" TO CARD-REASON
           END-IF.
           IF CARD-OK
              IF CARD-PERIOD(1:4) IS NOT NUMERIC
                 OR CARD-PERIOD(5:1) NOT = "-"
                 OR CARD-PERIOD(6:2) IS NOT NUMERIC
                 OR CARD-PERIOD(8:1) NOT = "-"
                 OR CARD-PERIOD(9:2) IS NOT NUMERIC
                 SET CARD-BAD TO TRUE
                 MOVE "INVALID PERIOD" TO CARD-REASON
              END-IF
           END-IF.
           IF CARD-OK
              SET FLD-IDX TO 1
              SEARCH FIELD-ENTRY VARYING FLD-IDX
                AT END
                   SET CARD-BAD TO TRUE
                   MOVE "UNKNOWN FIELD NAME" TO CARD-REASON
                WHEN FIELD-NAME(FLD-IDX) = CARD-FIELD-NAME
                   SET FIELD-NUM TO FLD-IDX
              END-SEARCH
           END-IF.
           IF CARD-OK
              IF FIELD-NUM > 39
                 MOVE 5 TO FIELD-MAX-DIGITS
              ELSE
                 MOVE 6 TO FIELD-MAX-DIGITS
              END-IF
              MOVE CARD-EXPECTED-TEXT TO VALUE-TEXT
              PERFORM 0220-EDIT-VALUE
              IF VALUE-OK
                 MOVE VALUE-NUM TO EXPECTED-VALUE
              ELSE
                 SET CARD-BAD TO TRUE
                 MOVE "INVALID EXPECTED VALUE" TO CARD-REASON
              END-IF
           END-IF.
           IF CARD-OK
              MOVE CARD-NEW-TEXT TO VALUE-TEXT
              PERFORM 0220-EDIT-VALUE
              IF VALUE-OK
                 MOVE VALUE-NUM TO NEW-VALUE
              ELSE
                 SET CARD-BAD TO TRUE
                 MOVE "INVALID NEW VALUE" TO CARD-REASON
              END-IF
           END-IF.
           IF CARD-OK AND NEW-VALUE = EXPECTED-VALUE
              SET CARD-BAD TO TRUE
              MOVE "NEW VALUE SAME AS EXPECTED" TO CARD-REASON
           END-IF.

      * A value is 1 to FIELD-MAX-DIGITS digits followed only by
      * spaces - no sign, no decimal point, nothing that would
      * not fit the field it is going into.
       0220-EDIT-VALUE.
           SET VALUE-OK TO TRUE.
           MOVE 0 TO VALUE-LEN.
           MOVE 0 TO VALUE-NUM.
           INSPECT VALUE-TEXT TALLYING VALUE-LEN
              FOR CHARACTERS BEFORE INITIAL SPACE.
           IF VALUE-LEN = 0 OR VALUE-LEN > FIELD-MAX-DIGITS
              SET VALUE-BAD TO TRUE
           ELSE
              IF VALUE-TEXT(1:VALUE-LEN) IS NOT NUMERIC
                 OR VALUE-TEXT(VALUE-LEN + 1:) NOT = SPACES
                 SET VALUE-BAD TO TRUE
              ELSE
                 COMPUTE VALUE-NUM =
                    FUNCTION NUMVAL(VALUE-TEXT(1:VALUE-LEN))
              END-IF
           END-IF.

       0230-GET-CURRENT-VALUE.
           IF FIELD-NUM > 39
              MOVE UE-VSAM-INA-COUNT(FIELD-NUM - 39) TO CURRENT-VALUE
           ELSE
              MOVE UE-VSAM-CAT-COUNT(FIELD-NUM) TO CURRENT-VALUE
           END-IF.

       0240-APPLY-CORRECTION.
           MOVE UE-VSAM-REC TO JRNL-BEFORE-WORK.
           IF FIELD-NUM > 39
              MOVE NEW-VALUE TO UE-VSAM-INA-COUNT(FIELD-NUM - 39)
           ELSE
              MOVE NEW-VALUE TO UE-VSAM-CAT-COUNT(FIELD-NUM)
           END-IF.
           REWRITE UE-VSAM-REC.
           IF FILE-STATUS NOT = "00"
              DISPLAY "REWRITE FILE-STATUS IS " FILE-STATUS
                      " FOR " UE-VSAM-KEY
              SET CARD-BAD TO TRUE
              STRING "REWRITE FAILED, FILE-STATUS " DELIMITED BY SIZE
                     FILE-STATUS                    DELIMITED BY SIZE
                INTO CARD-REASON
              END-STRING
           ELSE
              MOVE "REW" TO JRNL-ACTION
              MOVE UE-VSAM-REC TO JRNL-AFTER-WORK
              PERFORM 0130-WRITE-JOURNAL-RECORD
           END-IF.

      *----------------------------------------------------------
      * After a correction the record's six group totals should
      * still agree within the load's tolerance.  A record that
      * does not is flagged on its card line - the correction
      * stands, but the unit knows another card is owed.
      *----------------------------------------------------------
       0300-CHECK-RECORD-BALANCE.
           COMPUTE RECON-GROUP-TOT(1) =
              UE-VSAM-RACE-WHITE + UE-VSAM-RACE-ASIAN +
              UE-VSAM-RACE-BLACK-AA + UE-VSAM-RACE-AMIND-ALNAT +
              UE-VSAM-RACE-HAWI-PACISL.
           COMPUTE RECON-GROUP-TOT(2) =
              UE-VSAM-SEX-FEMALE + UE-VSAM-SEX-MALE.
           COMPUTE RECON-GROUP-TOT(3) =
              UE-VSAM-ETHNICITY-HISP-LATINO + UE-VSAM-ETHNICITY-NOT-HL.
           COMPUTE RECON-GROUP-TOT(4) =
              UE-VSAM-AGE-LT-22 + UE-VSAM-AGE-22-24 +
              UE-VSAM-AGE-25-34 + UE-VSAM-AGE-35-44 +
              UE-VSAM-AGE-45-54 + UE-VSAM-AGE-55-59 +
              UE-VSAM-AGE-60-64 + UE-VSAM-AGE-GTEQ-65.
           COMPUTE RECON-GROUP-TOT(5) =
              UE-VSAM-IND-WH-TRADE + UE-VSAM-IND-TRANS-WAREH +
              UE-VSAM-IND-CONSTR + UE-VSAM-IND-FIN-INS +
              UE-VSAM-IND-MFTRG + UE-VSAM-IND-AG-FRST-FISH-HUNT +
              UE-VSAM-IND-PUB-ADMIN + UE-VSAM-IND-UTIL +
              UE-VSAM-IND-ACCOM-FOOD + UE-VSAM-IND-INFO +
              UE-VSAM-IND-PROF-SCI-TECH + UE-VSAM-IND-RE-RENT-LEASE +
              UE-VSAM-IND-OTHER-SVCS + UE-VSAM-IND-MGMT-COMP-ENT +
              UE-VSAM-IND-EDU-SVCS + UE-VSAM-IND-MINING +
              UE-VSAM-IND-HLTHCARE-SOCASST + UE-VSAM-IND-ART-ENT-REC +
              UE-VSAM-IND-ADM-WASTE-REM + UE-VSAM-IND-RETAIL.
           COMPUTE RECON-GROUP-TOT(6) =
              UE-VSAM-VETERAN-VET + UE-VSAM-VETERAN-NONVET.
           MOVE 99999999 TO RECON-MIN.
           MOVE 0 TO RECON-MAX.
           PERFORM VARYING RECON-IDX FROM 1 BY 1
              UNTIL RECON-IDX > 6
              IF RECON-GROUP-TOT(RECON-IDX) > 0
                 IF RECON-GROUP-TOT(RECON-IDX) < RECON-MIN
                    MOVE RECON-GROUP-TOT(RECON-IDX) TO RECON-MIN
                 END-IF
                 IF RECON-GROUP-TOT(RECON-IDX) > RECON-MAX
                    MOVE RECON-GROUP-TOT(RECON-IDX) TO RECON-MAX
                 END-IF
              END-IF
           END-PERFORM.
           IF RECON-MAX > 0
              AND RECON-MAX - RECON-MIN > RECON-TOLERANCE
              MOVE "*** RECORD OUT OF BALANCE ***" TO CARD-REASON
              ADD 1 TO OUT-OF-BALANCE-CTR
           END-IF.

       0400-WRITE-CARD-LINE.
           MOVE SPACES TO CORRECTION-RPT-REC.
           STRING CARD-AREA-KEY      DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  CARD-PERIOD        DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  CARD-FIELD-NAME    DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  CARD-EXPECTED-TEXT DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  CARD-NEW-TEXT      DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  CARD-RESULT        DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  CARD-REASON        DELIMITED BY SIZE
             INTO CORRECTION-RPT-REC
           END-STRING.
           PERFORM 0700-WRITE-REPORT-LINE.
           IF CARD-RESULT = "APPLIED" AND RECON-MAX > 0
              AND RECON-MAX - RECON-MIN > RECON-TOLERANCE
              MOVE SPACES TO CORRECTION-RPT-REC
              STRING "         GROUP TOTALS NOW "
                                     DELIMITED BY SIZE
                     RECON-GROUP-TOT(1) DELIMITED BY SIZE
                     " "                DELIMITED BY SIZE
                     RECON-GROUP-TOT(2) DELIMITED BY SIZE
                     " "                DELIMITED BY SIZE
                     RECON-GROUP-TOT(3) DELIMITED BY SIZE
                     " "                DELIMITED BY SIZE
                     RECON-GROUP-TOT(4) DELIMITED BY SIZE
                     " "                DELIMITED BY SIZE
                     RECON-GROUP-TOT(5) DELIMITED BY SIZE
                     " "                DELIMITED BY SIZE
                     RECON-GROUP-TOT(6) DELIMITED BY SIZE
                INTO CORRECTION-RPT-REC
              END-STRING
              PERFORM 0700-WRITE-REPORT-LINE
           END-IF.

       0700-WRITE-REPORT-LINE.
           WRITE CORRECTION-RPT-REC.
           IF CORR-RPT-STATUS NOT = "00"
              DISPLAY "WRITE CORRECTION-RPT-REC FILE-STATUS IS "
                      CORR-RPT-STATUS
           END-IF.

       0800-WRITE-CORRECTION-TOTALS.
           MOVE SPACES TO CORRECTION-RPT-REC.
           STRING "CORRECTION TOTALS -- CARDS=" DELIMITED BY SIZE
                  CARD-CTR                      DELIMITED BY SIZE
                  " APPLIED="                   DELIMITED BY SIZE
                  APPLIED-CTR                   DELIMITED BY SIZE
                  " REJECTED="                  DELIMITED BY SIZE
                  REJECTED-CTR                  DELIMITED BY SIZE
                  " OUT-OF-BALANCE="            DELIMITED BY SIZE
                  OUT-OF-BALANCE-CTR            DELIMITED BY SIZE
                  " JOURNALED="                 DELIMITED BY SIZE
                  JRNL-CTR                      DELIMITED BY SIZE
             INTO CORRECTION-RPT-REC
           END-STRING.
           PERFORM 0700-WRITE-REPORT-LINE.

       0900-CLOSE-FILES.
           PERFORM 0115-WRITE-RUN-END.
           CLOSE RUN-CTL.
           CLOSE CORRECTION-FILE,
                 UE-VSAM,
                 CORRECTION-RPT,
                 JOURNAL-FILE.
