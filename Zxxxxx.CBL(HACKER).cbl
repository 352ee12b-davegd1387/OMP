              RECORD KEY IS HIST-ID
              FILE STATUS IS HIST-FILE-STATUS.
           SELECT TRAJECTORY-RPT ASSIGN TO HACKTRAJ.
           SELECT OPTIONAL HACKER-PARM ASSIGN TO HACKPARM
              FILE STATUS IS PARM-FILE-STATUS.
           SELECT OPTIONAL OVERRIDE-FILE ASSIGN TO HACKOVRD
              FILE STATUS IS OVR-FILE-STATUS.
           SELECT OVERRIDE-RPT ASSIGN TO HACKOVRP.
           SELECT OPTIONAL RUN-CTL ASSIGN TO RUNCTL
              FILE STATUS IS RUNCTL-FILE-STATUS.
      *-------------
       FD  KEYWORD-RPT RECORDING MODE F.
       01  KEYWORD-RPT-REC PIC X(80).

      * Optional run parameters, one comma-separated card:
      *   as-of date YYYY-MM-DD, as-of time HH:MM, maximum age in
      *   hours.  A blank field takes its default - the run date,
      *   the run time (23:59 when only a date is given), 72 hours.
      * A missing file or blank card ranks as of the run.
       FD  HACKER-PARM RECORDING MODE F.
       01  HACKER-PARM-REC PIC X(80).

      * Editorial overrides, one comma-separated entry per record:
      *   story id, action (PIN, SUPPRESS or BOOST), boost factor
      *   (BOOST only, e.g. 1.5), effective-from and effective-to
      *   dates YYYY-MM-DD (blank = open-ended), requesting editor.
      * A missing file means no overrides.
       FD  OVERRIDE-FILE RECORDING MODE F.
       01  OVERRIDE-FILE-REC PIC X(80).

       FD  OVERRIDE-RPT RECORDING MODE F.
       01  OVERRIDE-RPT-REC PIC X(132).

      * Shared run-control/audit-trail file.  Every program in the
      * nightly stream appends a START record when it begins and an
      * END record with its counts when it completes, so any run
      * layout is kept in every program that writes the file.
      * Count slots for HACKER: 1 input records, 2 exceptions,
      * 3 stories ranked, 4 history adds, 5 history updates,
      * 6 stories on the discussion ranking, 7 stale stories past
      * the maximum age, 8 future-dated stories (also counted in
      * 2), 9 overrides applied, 10 stories suppressed by
      * override.
       FD  RUN-CTL RECORDING MODE F.
       01  RUN-CTL-REC.
           05 RC-RUN-DATE        PIC X(8).
         88 EOF-HIST VALUE 'Y'.
       01 WS-PEAK-SCORE-DISP PIC Z,ZZZ.999999.

      * Story age.  A story's age is the elapsed time in hours from
      * its full create date/time to the as-of date/time of the
      * run.  Past WS-MAX-AGE-HOURS it is stale and only counted;
      * dated after the as-of time it is bad data.  The ages of the
      * ranked stories are kept by id for the discussion ranking.
       01 PARM-FILE-STATUS PIC X(2) VALUE SPACES.
       01 WS-PARM-FIELDS.
          05 WS-PARM-ASOF-DATE PIC X(10).
          05 WS-PARM-ASOF-TIME PIC X(5).
          05 WS-PARM-MAX-AGE   PIC X(4).
       01 WS-ASOF-DATE PIC 9(8).
       01 WS-ASOF-DATE-X REDEFINES WS-ASOF-DATE PIC X(8).
       01 WS-ASOF-HOURS PIC 9(2).
       01 WS-ASOF-MINUTES PIC 9(2).
       01 WS-ASOF-DAY-NUM PIC 9(7).
       01 WS-ASOF-DEC-TIME PIC 99V999.
       01 WS-MAX-AGE-HOURS PIC 9(4) VALUE 72.
       01 WS-DATE-PARTS.
          05 WS-DATE-PART PIC X(4) OCCURS 3 TIMES.
       01 WS-DATE-PART-LENS.
          05 WS-DATE-PART-LEN PIC 9(2) OCCURS 3 TIMES.
       01 WS-CREATE-YEAR PIC 9(4).
       01 WS-CREATE-MONTH PIC 9(2).
       01 WS-CREATE-DAY PIC 9(2).
       01 WS-CREATE-DATE PIC 9(8).
       01 WS-AGE-DAYS PIC S9(7).
       01 WS-AGE-HOURS PIC S9(5)V999.
       01 WS-AGE-STATUS PIC X VALUE SPACE.
         88 WS-AGE-OK       VALUE 'Y'.
         88 WS-AGE-STALE    VALUE 'S'.
         88 WS-AGE-FUTURE   VALUE 'F'.
       01 WS-STALE-CTR PIC 9(8) VALUE 0.
       01 WS-FUTURE-CTR PIC 9(8) VALUE 0.
       01 WS-AGE-COUNT PIC 9(5) VALUE 0.
       01 WS-AGE-TABLE-MAX PIC 9(5) VALUE 10000.
       01 WS-AGE-TABLE.
           05 WS-AGE-ENTRY OCCURS 0 TO 10000 TIMES
             DEPENDING ON WS-AGE-COUNT
             INDEXED BY AGE-IDX.
              10 WS-AGE-ID          PIC X(8).
              10 WS-AGE-STORY-HOURS PIC 9(5)V999.

      * Editorial override table, loaded once at start-up from
      * OVERRIDE-FILE and marked against the as-of date.  Only an
      * effective entry acts on a story; the first effective entry
      * for a story id wins.  A pinned story's score carries
      * WS-PIN-BASE on top of its own, and a boosted score is held
      * below WS-BOOST-CEILING, so pins always rank first.  The pin
      * base is taken off again wherever a score is compared or
      * kept, so history and movement see the story's own score.
       01 OVR-FILE-STATUS PIC X(2) VALUE SPACES.
       01 EOF-OVERRIDES-FLAG PIC X VALUE SPACE.
         88 EOF-OVERRIDES VALUE 'Y'.
       01 WS-OVR-COUNT PIC 9(3) VALUE 0.
       01 WS-OVR-TABLE-MAX PIC 9(3) VALUE 200.
       01 WS-OVR-TABLE.
           05 WS-OVR-ENTRY OCCURS 0 TO 200 TIMES
             DEPENDING ON WS-OVR-COUNT
             INDEXED BY OVR-IDX, OVR-IDX2.
              10 WS-OVR-ID        PIC X(8).
              10 WS-OVR-ACTION    PIC X(8).
              10 WS-OVR-FACTOR    PIC 9(2)V99.
              10 WS-OVR-FROM      PIC X(8).
              10 WS-OVR-TO        PIC X(8).
              10 WS-OVR-EDITOR    PIC X(15).
              10 WS-OVR-STATE     PIC X.
                 88 WS-OVR-EFFECTIVE  VALUE 'E'.
                 88 WS-OVR-EXPIRED    VALUE 'X'.
                 88 WS-OVR-PENDING    VALUE 'P'.
                 88 WS-OVR-DUPLICATE  VALUE 'D'.
                 88 WS-OVR-INVALID    VALUE 'I'.
              10 WS-OVR-REASON    PIC X(24).
              10 WS-OVR-APPLIED   PIC 9(5).
       01 WS-OVR-IN-FIELDS.
          05 WS-OVR-IN-ID     PIC X(8).
          05 WS-OVR-IN-ACTION PIC X(8).
          05 WS-OVR-IN-FACTOR PIC X(6).
          05 WS-OVR-IN-FROM   PIC X(10).
          05 WS-OVR-IN-TO     PIC X(10).
          05 WS-OVR-IN-EDITOR PIC X(15).
       01 WS-OVR-DATE-IN PIC X(10).
       01 WS-OVR-DATE-OUT PIC X(8).
       01 WS-OVR-DATE-NUM REDEFINES WS-OVR-DATE-OUT PIC 9(8).
       01 WS-OVR-LOOKUP-ID PIC X(8).
       01 WS-OVR-ACTION-WORK PIC X(8) VALUE SPACES.
         88 WS-OVR-NONE      VALUE SPACES.
         88 WS-OVR-PIN       VALUE "PIN".
         88 WS-OVR-SUPPRESS  VALUE "SUPPRESS".
         88 WS-OVR-BOOST     VALUE "BOOST".
       01 WS-OVR-SCORE PIC S9999V999999 COMP-3.
       01 WS-PIN-BASE PIC S9999V999999 COMP-3 VALUE 5000.
       01 WS-BOOST-CEILING PIC S9999V999999 COMP-3
                                VALUE 4999.999999.
       01 WS-OVR-FACTOR-DISP PIC Z9.99.
       01 WS-OVR-STATUS-TEXT PIC X(40).
       01 WS-OVR-APPLIED-CTR PIC 9(8) VALUE 0.
       01 WS-OVR-NOMATCH-CTR PIC 9(4) VALUE 0.
       01 WS-OVR-EXPIRED-CTR PIC 9(4) VALUE 0.
       01 WS-OVR-PENDING-CTR PIC 9(4) VALUE 0.
       01 WS-OVR-INVALID-CTR PIC 9(4) VALUE 0.
       01 WS-SUPPRESSED-CTR PIC 9(8) VALUE 0.
       01 WS-PINNED-CTR PIC 9(8) VALUE 0.
       01 WS-BOOSTED-CTR PIC 9(8) VALUE 0.

       01 WS-IN-CTR PIC 9(8) VALUE 0.
       01 WS-EXCP-CTR PIC 9(8) VALUE 0.
       01 WS-RANKED-CTR PIC 9(8) VALUE 0.
      *------------------
       0000-MAIN.
           PERFORM 0100-OPEN-FILES.
           PERFORM 0130-READ-RUN-PARM.
           PERFORM 0140-LOAD-OVERRIDES.
           PERFORM 0150-LOAD-KEYWORDS.
           PERFORM 0160-INIT-KEYWORD-STATS.
           SORT SORT-WORK-FILE
           PERFORM 0780-BUILD-DISCUSSION-REPORT.
           PERFORM 0800-UPDATE-STORY-HISTORY.
           PERFORM 0850-BUILD-TRAJECTORY-REPORT.
           PERFORM 0880-BUILD-OVERRIDE-REPORT.
           PERFORM 0900-CLOSE-FILES.
           GOBACK.

           MOVE WS-HIST-NEW-CTR TO RC-COUNT(4).
           MOVE WS-HIST-UPD-CTR TO RC-COUNT(5).
           MOVE WS-DISC-CTR TO RC-COUNT(6).
           MOVE WS-STALE-CTR TO RC-COUNT(7).
           MOVE WS-FUTURE-CTR TO RC-COUNT(8).
           MOVE WS-OVR-APPLIED-CTR TO RC-COUNT(9).
           MOVE WS-SUPPRESSED-CTR TO RC-COUNT(10).
           WRITE RUN-CTL-REC.
           IF RUNCTL-FILE-STATUS NOT = "00"
              DISPLAY "WRITE RUN-CTL-REC FILE-STATUS IS "
           MOVE WS-ACCEPT-TIME(1:6) TO RC-RUN-TIME.
           MOVE "HACKER"            TO RC-PROGRAM.

      *----------------------------------------------------------
      * As-of date/time and maximum age for the run.  Stories are
      * aged against the as-of time, so a rerun the next morning
      * ranks as the stories stood then, and a rerun with an
      * earlier as-of reproduces an earlier ranking.
      *----------------------------------------------------------
       0130-READ-RUN-PARM.
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-ACCEPT-TIME FROM TIME.
           MOVE WS-ACCEPT-DATE TO WS-ASOF-DATE-X.
           MOVE WS-ACCEPT-TIME(1:2) TO WS-ASOF-HOURS.
           MOVE WS-ACCEPT-TIME(3:2) TO WS-ASOF-MINUTES.
           MOVE SPACES TO WS-PARM-FIELDS.
           OPEN INPUT HACKER-PARM.
           IF PARM-FILE-STATUS = "00"
              READ HACKER-PARM
                AT END CONTINUE
                NOT AT END
                   UNSTRING HACKER-PARM-REC DELIMITED BY ","
                     INTO WS-PARM-ASOF-DATE,
                          WS-PARM-ASOF-TIME,
                          WS-PARM-MAX-AGE
              END-READ
              CLOSE HACKER-PARM
           END-IF.
           IF WS-PARM-ASOF-DATE NOT = SPACES
              IF WS-PARM-ASOF-DATE(1:4) IS NOT NUMERIC
                 OR WS-PARM-ASOF-DATE(5:1) NOT = "-"
                 OR WS-PARM-ASOF-DATE(6:2) IS NOT NUMERIC
                 OR WS-PARM-ASOF-DATE(8:1) NOT = "-"
                 OR WS-PARM-ASOF-DATE(9:2) IS NOT NUMERIC
                 DISPLAY "INVALID AS-OF DATE ON HACKPARM: "
                         WS-PARM-ASOF-DATE " - ENDING..."
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              STRING WS-PARM-ASOF-DATE(1:4)
                     WS-PARM-ASOF-DATE(6:2)
                     WS-PARM-ASOF-DATE(9:2) DELIMITED BY SIZE
                INTO WS-ASOF-DATE-X
              END-STRING
              IF FUNCTION TEST-DATE-YYYYMMDD(WS-ASOF-DATE) NOT = 0
                 DISPLAY "INVALID AS-OF DATE ON HACKPARM: "
                         WS-PARM-ASOF-DATE " - ENDING..."
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE 23 TO WS-ASOF-HOURS
              MOVE 59 TO WS-ASOF-MINUTES
           END-IF.
           IF WS-PARM-ASOF-TIME NOT = SPACES
              IF WS-PARM-ASOF-TIME(1:2) IS NOT NUMERIC
                 OR WS-PARM-ASOF-TIME(3:1) NOT = ":"
                 OR WS-PARM-ASOF-TIME(4:2) IS NOT NUMERIC
                 OR WS-PARM-ASOF-TIME(1:2) > "23"
                 OR WS-PARM-ASOF-TIME(4:2) > "59"
                 DISPLAY "INVALID AS-OF TIME ON HACKPARM: "
                         WS-PARM-ASOF-TIME " - ENDING..."
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE WS-PARM-ASOF-TIME(1:2) TO WS-ASOF-HOURS
              MOVE WS-PARM-ASOF-TIME(4:2) TO WS-ASOF-MINUTES
           END-IF.
           EVALUATE TRUE
              WHEN WS-PARM-MAX-AGE = SPACES
                 CONTINUE
              WHEN WS-PARM-MAX-AGE(1:1) IS NUMERIC
                   AND WS-PARM-MAX-AGE(2:3) = SPACES
                 MOVE WS-PARM-MAX-AGE(1:1) TO WS-MAX-AGE-HOURS
              WHEN WS-PARM-MAX-AGE(1:2) IS NUMERIC
                   AND WS-PARM-MAX-AGE(3:2) = SPACES
                 MOVE WS-PARM-MAX-AGE(1:2) TO WS-MAX-AGE-HOURS
              WHEN WS-PARM-MAX-AGE(1:3) IS NUMERIC
                   AND WS-PARM-MAX-AGE(4:1) = SPACES
                 MOVE WS-PARM-MAX-AGE(1:3) TO WS-MAX-AGE-HOURS
              WHEN WS-PARM-MAX-AGE(1:4) IS NUMERIC
                 MOVE WS-PARM-MAX-AGE(1:4) TO WS-MAX-AGE-HOURS
              WHEN OTHER
                 MOVE 0 TO WS-MAX-AGE-HOURS
           END-EVALUATE.
           IF WS-MAX-AGE-HOURS = 0
              DISPLAY "INVALID MAXIMUM AGE ON HACKPARM: "
                      WS-PARM-MAX-AGE " - ENDING..."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           COMPUTE WS-ASOF-DAY-NUM =
              FUNCTION INTEGER-OF-DATE(WS-ASOF-DATE).
           COMPUTE WS-ASOF-DEC-TIME =
              WS-ASOF-HOURS + (WS-ASOF-MINUTES / 60).
           DISPLAY "RANKING AS OF " WS-ASOF-DATE-X " "
                   WS-ASOF-HOURS ":" WS-ASOF-MINUTES
                   " - MAXIMUM AGE " WS-MAX-AGE-HOURS " HOURS".

      *----------------------------------------------------------
      * Editorial overrides.  Each entry is checked and marked
      * against the as-of date: effective, expired, not yet
      * effective, a duplicate of an earlier effective entry for
      * the same story, or invalid.  Every entry is accounted for
      * on the override audit report at the end of the run.
      *----------------------------------------------------------
       0140-LOAD-OVERRIDES.
           OPEN INPUT OVERRIDE-FILE.
           IF OVR-FILE-STATUS = "00"
              PERFORM UNTIL EOF-OVERRIDES
                 READ OVERRIDE-FILE
                   AT END SET EOF-OVERRIDES TO TRUE
                   NOT AT END
                      IF OVERRIDE-FILE-REC NOT = SPACES
                         PERFORM 0145-ADD-OVERRIDE
                      END-IF
                 END-READ
              END-PERFORM
              CLOSE OVERRIDE-FILE
           END-IF.
           DISPLAY WS-OVR-COUNT " EDITORIAL OVERRIDE(S) LOADED".

       0145-ADD-OVERRIDE.
           IF WS-OVR-COUNT >= WS-OVR-TABLE-MAX
              DISPLAY "OVERRIDE TABLE CAPACITY OF " WS-OVR-TABLE-MAX
                      " EXCEEDED - " OVERRIDE-FILE-REC(1:40)
                      " IGNORED"
           ELSE
              MOVE SPACES TO WS-OVR-IN-FIELDS
              UNSTRING OVERRIDE-FILE-REC DELIMITED BY ","
                INTO WS-OVR-IN-ID, WS-OVR-IN-ACTION,
                     WS-OVR-IN-FACTOR, WS-OVR-IN-FROM,
                     WS-OVR-IN-TO, WS-OVR-IN-EDITOR
              INSPECT WS-OVR-IN-ACTION CONVERTING
                 "abcdefghijklmnopqrstuvwxyz" TO
                 "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
              ADD 1 TO WS-OVR-COUNT
              SET OVR-IDX TO WS-OVR-COUNT
              MOVE WS-OVR-IN-ID     TO WS-OVR-ID(OVR-IDX)
              MOVE WS-OVR-IN-ACTION TO WS-OVR-ACTION(OVR-IDX)
              MOVE WS-OVR-IN-EDITOR TO WS-OVR-EDITOR(OVR-IDX)
              MOVE 0                TO WS-OVR-FACTOR(OVR-IDX)
              MOVE 0                TO WS-OVR-APPLIED(OVR-IDX)
              MOVE SPACES           TO WS-OVR-REASON(OVR-IDX)
              MOVE SPACE            TO WS-OVR-STATE(OVR-IDX)
              PERFORM 0146-EDIT-OVERRIDE
              IF NOT WS-OVR-INVALID(OVR-IDX)
                 PERFORM 0148-MARK-OVERRIDE-STATE
              END-IF
           END-IF.

       0146-EDIT-OVERRIDE.
           EVALUATE TRUE
              WHEN WS-OVR-IN-ID = SPACES
                 MOVE "MISSING STORY ID" TO WS-OVR-REASON(OVR-IDX)
              WHEN WS-OVR-IN-ACTION NOT = "PIN"
                   AND WS-OVR-IN-ACTION NOT = "SUPPRESS"
                   AND WS-OVR-IN-ACTION NOT = "BOOST"
                 MOVE "UNKNOWN ACTION" TO WS-OVR-REASON(OVR-IDX)
              WHEN WS-OVR-IN-ACTION = "BOOST"
                   AND FUNCTION TEST-NUMVAL(WS-OVR-IN-FACTOR) NOT = 0
                 MOVE "INVALID BOOST FACTOR" TO WS-OVR-REASON(OVR-IDX)
              WHEN WS-OVR-IN-ACTION = "BOOST"
                 COMPUTE WS-OVR-FACTOR(OVR-IDX) =
                    FUNCTION NUMVAL(WS-OVR-IN-FACTOR)
                    ON SIZE ERROR
                       MOVE "INVALID BOOST FACTOR"
                         TO WS-OVR-REASON(OVR-IDX)
                 END-COMPUTE
                 IF WS-OVR-FACTOR(OVR-IDX) = 0
                    MOVE "INVALID BOOST FACTOR"
                      TO WS-OVR-REASON(OVR-IDX)
                 END-IF
           END-EVALUATE.
           IF WS-OVR-REASON(OVR-IDX) = SPACES
              MOVE WS-OVR-IN-FROM TO WS-OVR-DATE-IN
              MOVE "00000000" TO WS-OVR-DATE-OUT
              PERFORM 0147-EDIT-OVERRIDE-DATE
              MOVE WS-OVR-DATE-OUT TO WS-OVR-FROM(OVR-IDX)
           END-IF.
           IF WS-OVR-REASON(OVR-IDX) = SPACES
              MOVE WS-OVR-IN-TO TO WS-OVR-DATE-IN
              MOVE "99999999" TO WS-OVR-DATE-OUT
              PERFORM 0147-EDIT-OVERRIDE-DATE
              MOVE WS-OVR-DATE-OUT TO WS-OVR-TO(OVR-IDX)
           END-IF.
           IF WS-OVR-REASON(OVR-IDX) = SPACES
              AND WS-OVR-FROM(OVR-IDX) > WS-OVR-TO(OVR-IDX)
              MOVE "FROM DATE AFTER TO DATE" TO WS-OVR-REASON(OVR-IDX)
           END-IF.
           IF WS-OVR-REASON(OVR-IDX) NOT = SPACES
              SET WS-OVR-INVALID(OVR-IDX) TO TRUE
           END-IF.

      * A blank date leaves the open-ended default in place.
       0147-EDIT-OVERRIDE-DATE.
           IF WS-OVR-DATE-IN NOT = SPACES
              IF WS-OVR-DATE-IN(1:4) IS NOT NUMERIC
                 OR WS-OVR-DATE-IN(5:1) NOT = "-"
                 OR WS-OVR-DATE-IN(6:2) IS NOT NUMERIC
                 OR WS-OVR-DATE-IN(8:1) NOT = "-"
                 OR WS-OVR-DATE-IN(9:2) IS NOT NUMERIC
                 MOVE "INVALID EFFECTIVE DATE" TO WS-OVR-REASON(OVR-IDX)
              ELSE
                 STRING WS-OVR-DATE-IN(1:4)
                        WS-OVR-DATE-IN(6:2)
                        WS-OVR-DATE-IN(9:2) DELIMITED BY SIZE
                   INTO WS-OVR-DATE-OUT
                 END-STRING
                 IF FUNCTION TEST-DATE-YYYYMMDD(WS-OVR-DATE-NUM)
                    NOT = 0
                    MOVE "INVALID EFFECTIVE DATE"
                      TO WS-OVR-REASON(OVR-IDX)
                 END-IF
              END-IF
           END-IF.

       0148-MARK-OVERRIDE-STATE.
           EVALUATE TRUE
              WHEN WS-OVR-TO(OVR-IDX) < WS-ASOF-DATE-X
                 SET WS-OVR-EXPIRED(OVR-IDX) TO TRUE
              WHEN WS-OVR-FROM(OVR-IDX) > WS-ASOF-DATE-X
                 SET WS-OVR-PENDING(OVR-IDX) TO TRUE
              WHEN OTHER
                 SET WS-OVR-EFFECTIVE(OVR-IDX) TO TRUE
                 PERFORM VARYING OVR-IDX2 FROM 1 BY 1
                    UNTIL OVR-IDX2 >= OVR-IDX
                    IF WS-OVR-ID(OVR-IDX2) = WS-OVR-ID(OVR-IDX)
                       AND WS-OVR-EFFECTIVE(OVR-IDX2)
                       SET WS-OVR-DUPLICATE(OVR-IDX) TO TRUE
                    END-IF
                 END-PERFORM
           END-EVALUATE.

       0150-LOAD-KEYWORDS.
           OPEN INPUT KEYWORD-FILE.
           IF KEYWORD-FILE-STATUS = "00"
                 MOVE 'N' TO WS-STORY-KW-HIT(KW-IDX)
              END-IF
           END-PERFORM.
           MOVE HACK-IN-ID TO WS-OVR-LOOKUP-ID.
           PERFORM 0305-FIND-OVERRIDE.
           IF COUNTER > 0 OR WS-OVR-PIN
      *       DISPLAY "in POINTS " HACK-IN-POINTS  " COMMENTS "
      *        HACK-IN-COMMENTS
      *        DISPLAY "HACK-IN-CREATE-DATE " HACK-IN-CREATE-DATE
                       SET WS-RECORD-BAD TO TRUE
              END-UNSTRING
              IF WS-RECORD-OK
                 PERFORM 0440-COMPUTE-STORY-AGE
              END-IF
              EVALUATE TRUE
                 WHEN WS-RECORD-BAD
                    PERFORM 0490-WRITE-EXCEPTION
                 WHEN WS-AGE-FUTURE
                    ADD 1 TO WS-FUTURE-CTR
                    PERFORM 0490-WRITE-EXCEPTION
                 WHEN WS-OVR-SUPPRESS
                    ADD 1 TO WS-SUPPRESSED-CTR
                    ADD 1 TO WS-OVR-APPLIED(OVR-IDX)
                 WHEN WS-AGE-STALE AND NOT WS-OVR-PIN
                    ADD 1 TO WS-STALE-CTR
                 WHEN OTHER
                    PERFORM 0450-CALCULATE-SCORE
                    PERFORM 0480-ACCUMULATE-AUTHOR-STATS
                    PERFORM 0460-ATTRIBUTE-KEYWORD-HITS
                    PERFORM 0470-SAVE-STORY-AGE
                    PERFORM 0455-APPLY-OVERRIDE
                    RELEASE SORT-WORK-REC
                    ADD 1 TO WS-RANKED-CTR
              END-EVALUATE
           END-IF.

      * Effective override for the story in hand, if any.  A pin
      * brings a story onto the ranking even when no keyword
      * matched its title and past the maximum age.
       0305-FIND-OVERRIDE.
           MOVE SPACES TO WS-OVR-ACTION-WORK.
           SET OVR-IDX TO 1.
           SEARCH WS-OVR-ENTRY VARYING OVR-IDX
              AT END CONTINUE
              WHEN WS-OVR-ID(OVR-IDX) = WS-OVR-LOOKUP-ID
                   AND WS-OVR-EFFECTIVE(OVR-IDX)
                 MOVE WS-OVR-ACTION(OVR-IDX) TO WS-OVR-ACTION-WORK
           END-SEARCH.

      *----------------------------------------------------------
      * Elapsed age of the story in hours, from its create date
      * (M/D/YYYY as the feed sends it, or YYYY-MM-DD) and time
      * of day to the as-of date/time.  An unreadable date or time
      * marks the record bad.  Whole days are checked first so an
      * absurd date cannot overflow the hour count.
      *----------------------------------------------------------
       0440-COMPUTE-STORY-AGE.
           SET WS-AGE-OK TO TRUE.
           UNSTRING FUNCTION TRIM(SW-TIME) DELIMITED BY ":"
              INTO HOURS, MINUTES.
           IF HOURS IS NOT NUMERIC OR MINUTES IS NOT NUMERIC
              OR HOURS > 23 OR MINUTES > 59
              SET WS-RECORD-BAD TO TRUE
           ELSE
              COMPUTE DEC-TIME = HOURS + (MINUTES / 60)
              PERFORM 0445-PARSE-CREATE-DATE
           END-IF.
           IF WS-RECORD-OK
              COMPUTE WS-AGE-DAYS = WS-ASOF-DAY-NUM -
                 FUNCTION INTEGER-OF-DATE(WS-CREATE-DATE)
              EVALUATE TRUE
                 WHEN WS-AGE-DAYS < 0
                    SET WS-AGE-FUTURE TO TRUE
                 WHEN WS-AGE-DAYS > 999
                    MOVE 99999 TO WS-AGE-HOURS
                    SET WS-AGE-STALE TO TRUE
                 WHEN OTHER
                    COMPUTE WS-AGE-HOURS = WS-AGE-DAYS * 24
                    ADD WS-ASOF-DEC-TIME TO WS-AGE-HOURS
                    SUBTRACT DEC-TIME FROM WS-AGE-HOURS
                    IF WS-AGE-HOURS < 0
                       SET WS-AGE-FUTURE TO TRUE
                    ELSE
                       IF WS-AGE-HOURS > WS-MAX-AGE-HOURS
                          SET WS-AGE-STALE TO TRUE
                       END-IF
                    END-IF
              END-EVALUATE
           END-IF.

       0445-PARSE-CREATE-DATE.
           MOVE SPACES TO WS-DATE-PARTS.
           MOVE ZEROES TO WS-DATE-PART-LENS.
           UNSTRING DT DELIMITED BY "/" OR "-" OR SPACE
              INTO WS-DATE-PART(1) COUNT IN WS-DATE-PART-LEN(1)
                   WS-DATE-PART(2) COUNT IN WS-DATE-PART-LEN(2)
                   WS-DATE-PART(3) COUNT IN WS-DATE-PART-LEN(3).
           EVALUATE TRUE
              WHEN WS-DATE-PART-LEN(2) < 1 OR WS-DATE-PART-LEN(2) > 2
                 SET WS-RECORD-BAD TO TRUE
              WHEN WS-DATE-PART-LEN(1) = 4
                   AND WS-DATE-PART-LEN(3) >= 1
                   AND WS-DATE-PART-LEN(3) <= 2
                 MOVE WS-DATE-PART(1)(1:4) TO WS-CREATE-YEAR
                 MOVE WS-DATE-PART(2)(1:WS-DATE-PART-LEN(2))
                   TO WS-CREATE-MONTH
                 MOVE WS-DATE-PART(3)(1:WS-DATE-PART-LEN(3))
                   TO WS-CREATE-DAY
              WHEN WS-DATE-PART-LEN(3) = 4
                   AND WS-DATE-PART-LEN(1) >= 1
                   AND WS-DATE-PART-LEN(1) <= 2
                 MOVE WS-DATE-PART(1)(1:WS-DATE-PART-LEN(1))
                   TO WS-CREATE-MONTH
                 MOVE WS-DATE-PART(2)(1:WS-DATE-PART-LEN(2))
                   TO WS-CREATE-DAY
                 MOVE WS-DATE-PART(3)(1:4) TO WS-CREATE-YEAR
              WHEN OTHER
                 SET WS-RECORD-BAD TO TRUE
           END-EVALUATE.
           IF WS-RECORD-OK
              IF WS-CREATE-YEAR IS NOT NUMERIC
                 OR WS-CREATE-MONTH IS NOT NUMERIC
                 OR WS-CREATE-DAY IS NOT NUMERIC
                 SET WS-RECORD-BAD TO TRUE
              ELSE
                 COMPUTE WS-CREATE-DATE = WS-CREATE-YEAR * 10000 +
                    WS-CREATE-MONTH * 100 + WS-CREATE-DAY
                 IF FUNCTION TEST-DATE-YYYYMMDD(WS-CREATE-DATE)
                    NOT = 0
                    SET WS-RECORD-BAD TO TRUE
                 END-IF
              END-IF
           END-IF.

       0450-CALCULATE-SCORE.
           COMPUTE SW-RANKING-SCORE =
              (HACK-IN-POINTS - 1) ** 0.8 /
              (WS-AGE-HOURS + 2) ** 1.8.
           MOVE SW-RANKING-SCORE TO DISP-RANKING-SCORE.
      *     DISPLAY "SCORE: " DISP-RANKING-SCORE.

              END-IF
           END-PERFORM.

      * Author and keyword figures are taken before the override
      * so they carry the story's own score.
       0455-APPLY-OVERRIDE.
           IF WS-OVR-PIN OR WS-OVR-BOOST
              MOVE SW-RANKING-SCORE TO WS-OVR-SCORE
              PERFORM 0457-ADJUST-SCORE
              MOVE WS-OVR-SCORE TO SW-RANKING-SCORE
              ADD 1 TO WS-OVR-APPLIED(OVR-IDX)
              IF WS-OVR-PIN
                 ADD 1 TO WS-PINNED-CTR
              ELSE
                 ADD 1 TO WS-BOOSTED-CTR
              END-IF
           END-IF.

       0457-ADJUST-SCORE.
           IF WS-OVR-BOOST
              COMPUTE WS-OVR-SCORE =
                 WS-OVR-SCORE * WS-OVR-FACTOR(OVR-IDX)
                 ON SIZE ERROR
                    MOVE WS-BOOST-CEILING TO WS-OVR-SCORE
              END-COMPUTE
           END-IF.
           IF WS-OVR-SCORE > WS-BOOST-CEILING
              MOVE WS-BOOST-CEILING TO WS-OVR-SCORE
           END-IF.
           IF WS-OVR-PIN
              ADD WS-PIN-BASE TO WS-OVR-SCORE
           END-IF.

      * A score read back from a ranking file, less any pin.
       0458-UNPIN-SCORE.
           IF WS-OVR-SCORE >= WS-PIN-BASE
              SUBTRACT WS-PIN-BASE FROM WS-OVR-SCORE
           END-IF.

      * The discussion ranking reads HACKER-OUT back, which has no
      * room for the age, so each ranked story's age is kept here.
       0470-SAVE-STORY-AGE.
           IF WS-AGE-COUNT >= WS-AGE-TABLE-MAX
              DISPLAY "AGE TABLE CAPACITY OF " WS-AGE-TABLE-MAX
                      " EXCEEDED - " HACK-IN-ID
                      " AGED AT MAXIMUM FOR DISCUSSION RANKING"
           ELSE
              ADD 1 TO WS-AGE-COUNT
              MOVE HACK-IN-ID TO WS-AGE-ID(WS-AGE-COUNT)
              MOVE WS-AGE-HOURS TO WS-AGE-STORY-HOURS(WS-AGE-COUNT)
           END-IF.

       0490-WRITE-EXCEPTION.
           MOVE HACKER-REC TO HACKER-EXCEPTIONS-REC.
           WRITE HACKER-EXCEPTIONS-REC.
                        TO WS-PRIOR-ID(WS-PRIOR-COUNT)
                      MOVE WS-PRIOR-COUNT
                        TO WS-PRIOR-RANK(WS-PRIOR-COUNT)
                      MOVE HACK-PRIOR-RANKING-SCORE TO WS-OVR-SCORE
                      PERFORM 0458-UNPIN-SCORE
                      MOVE WS-OVR-SCORE
                        TO WS-PRIOR-SCORE(WS-PRIOR-COUNT)
                      MOVE 'N' TO WS-PRIOR-MATCHED(WS-PRIOR-COUNT)
                   END-IF
                 MOVE 'Y' TO WS-PRIOR-MATCHED(PRIOR-IDX)
                 COMPUTE WS-RANK-DELTA =
                    WS-PRIOR-RANK(PRIOR-IDX) - WS-TODAY-RANK
                 MOVE HACK-OUT-RANKING-SCORE TO WS-OVR-SCORE
                 PERFORM 0458-UNPIN-SCORE
                 COMPUTE WS-SCORE-DELTA =
                    WS-OVR-SCORE - WS-PRIOR-SCORE(PRIOR-IDX)
                 IF WS-RANK-DELTA NOT = 0
                    ADD 1 TO WS-MOVED-CTR
                 END-IF
      * built from comments and age - the same decay curve as the
      * points score, so the two rankings age alike and only the
      * activity measure differs.  Comment data already rides on
      * every HACKER-OUT record and the ages were kept when the
      * stories were scored, so nothing is re-parsed.  Pins and
      * boosts act on this ranking as on the points ranking;
      * suppressed stories never reached HACKER-OUT.
      *----------------------------------------------------------
       0750-BUILD-DISCUSSION-RANKING.
           SORT DISC-SORT-FILE
           INITIALIZE DISC-SORT-REC.
           MOVE HACK-OUT-MAIN TO DSF-MAIN.
           MOVE HACK-OUT-TIME TO DSF-TIME.
           SET AGE-IDX TO 1.
           SEARCH WS-AGE-ENTRY VARYING AGE-IDX
              AT END MOVE WS-MAX-AGE-HOURS TO WS-AGE-HOURS
              WHEN WS-AGE-ID(AGE-IDX) = HACK-OUT-ID
                 MOVE WS-AGE-STORY-HOURS(AGE-IDX) TO WS-AGE-HOURS
           END-SEARCH.
           IF HACK-OUT-COMMENTS = 0
              MOVE 0 TO DSF-DISC-SCORE
           ELSE
              COMPUTE DSF-DISC-SCORE =
                 (HACK-OUT-COMMENTS - 1) ** 0.8 /
                 (WS-AGE-HOURS + 2) ** 1.8
           END-IF.
           MOVE HACK-OUT-ID TO WS-OVR-LOOKUP-ID.
           PERFORM 0305-FIND-OVERRIDE.
           IF WS-OVR-PIN OR WS-OVR-BOOST
              MOVE DSF-DISC-SCORE TO WS-OVR-SCORE
              PERFORM 0457-ADJUST-SCORE
              MOVE WS-OVR-SCORE TO DSF-DISC-SCORE
           END-IF.
           RELEASE DISC-SORT-REC.
           ADD 1 TO WS-DISC-CTR.
      * figures brought up to date, a story never seen before is
      * added with today as its first-seen date.  The history
      * outlives the two-day window of the movement report.
      * "Today" is the as-of date of the run, so a rerun for an
      * earlier day posts to that day.
      *----------------------------------------------------------
       0800-UPDATE-STORY-HISTORY.
           OPEN I-O STORY-HISTORY.
                      HIST-FILE-STATUS
                      " - HISTORY NOT UPDATED"
           ELSE
              MOVE WS-ASOF-DATE-X TO WS-TODAY-DATE
              MOVE 0 TO WS-HIST-RANK
              OPEN INPUT HACKER-OUT
              PERFORM UNTIL EOF-HIST-OUT
           END-IF.

       0820-POST-ONE-STORY.
           MOVE HACK-OUT-RANKING-SCORE TO WS-OVR-SCORE.
           PERFORM 0458-UNPIN-SCORE.
           MOVE HACK-OUT-ID TO HIST-ID.
           READ STORY-HISTORY KEY IS HIST-ID
             INVALID KEY CONTINUE
                 MOVE WS-HIST-RANK TO HIST-PEAK-RANK
                 MOVE WS-TODAY-DATE TO HIST-PEAK-DATE
              END-IF
              IF WS-OVR-SCORE > HIST-PEAK-SCORE
                 MOVE WS-OVR-SCORE TO HIST-PEAK-SCORE
              END-IF
              REWRITE STORY-HISTORY-REC
              IF HIST-FILE-STATUS NOT = "00"
           MOVE 1 TO HIST-DAYS-RANKED.
           MOVE WS-HIST-RANK TO HIST-PEAK-RANK.
           MOVE WS-TODAY-DATE TO HIST-PEAK-DATE.
           MOVE WS-OVR-SCORE TO HIST-PEAK-SCORE.
           MOVE HACK-OUT-POINTS TO HIST-LATEST-POINTS.
           MOVE HACK-OUT-COMMENTS TO HIST-LATEST-COMMENTS.
           WRITE STORY-HISTORY-REC
           END-STRING.
           WRITE TRAJECTORY-RPT-REC.

      *----------------------------------------------------------
      * Override audit report: every entry on the override file
      * and what became of it this run - applied (with the number
      * of stories it acted on), effective but never matched a
      * ranked story, expired, not yet effective, a duplicate, or
      * rejected as invalid - with the requesting editor.
      *----------------------------------------------------------
       0880-BUILD-OVERRIDE-REPORT.
           OPEN OUTPUT OVERRIDE-RPT.
           MOVE SPACES TO OVERRIDE-RPT-REC.
           STRING "ID       ACTION   FACTOR FROM     TO       "
                  "EDITOR          STORIES STATUS"
             DELIMITED BY SIZE
             INTO OVERRIDE-RPT-REC
           END-STRING.
           WRITE OVERRIDE-RPT-REC.
           PERFORM VARYING OVR-IDX FROM 1 BY 1
              UNTIL OVR-IDX > WS-OVR-COUNT
              PERFORM 0885-WRITE-OVERRIDE-LINE
           END-PERFORM.
           MOVE SPACES TO OVERRIDE-RPT-REC.
           STRING "OVERRIDE TOTALS -- ENTRIES=" DELIMITED BY SIZE
                  WS-OVR-COUNT                  DELIMITED BY SIZE
                  " APPLIED="                   DELIMITED BY SIZE
                  WS-OVR-APPLIED-CTR            DELIMITED BY SIZE
                  " NO-MATCH="                  DELIMITED BY SIZE
                  WS-OVR-NOMATCH-CTR            DELIMITED BY SIZE
                  " EXPIRED="                   DELIMITED BY SIZE
                  WS-OVR-EXPIRED-CTR            DELIMITED BY SIZE
                  " NOT-YET="                   DELIMITED BY SIZE
                  WS-OVR-PENDING-CTR            DELIMITED BY SIZE
                  " INVALID="                   DELIMITED BY SIZE
                  WS-OVR-INVALID-CTR            DELIMITED BY SIZE
             INTO OVERRIDE-RPT-REC
           END-STRING.
           WRITE OVERRIDE-RPT-REC.
           MOVE SPACES TO OVERRIDE-RPT-REC.
           STRING "STORIES -- PINNED="          DELIMITED BY SIZE
                  WS-PINNED-CTR                 DELIMITED BY SIZE
                  " BOOSTED="                   DELIMITED BY SIZE
                  WS-BOOSTED-CTR                DELIMITED BY SIZE
                  " SUPPRESSED="                DELIMITED BY SIZE
                  WS-SUPPRESSED-CTR             DELIMITED BY SIZE
             INTO OVERRIDE-RPT-REC
           END-STRING.
           WRITE OVERRIDE-RPT-REC.
           CLOSE OVERRIDE-RPT.

       0885-WRITE-OVERRIDE-LINE.
           EVALUATE TRUE
              WHEN WS-OVR-EFFECTIVE(OVR-IDX)
                   AND WS-OVR-APPLIED(OVR-IDX) > 0
                 ADD 1 TO WS-OVR-APPLIED-CTR
                 MOVE "APPLIED" TO WS-OVR-STATUS-TEXT
              WHEN WS-OVR-EFFECTIVE(OVR-IDX)
                 ADD 1 TO WS-OVR-NOMATCH-CTR
                 MOVE "*** NEVER MATCHED A STORY ***"
                   TO WS-OVR-STATUS-TEXT
              WHEN WS-OVR-EXPIRED(OVR-IDX)
                 ADD 1 TO WS-OVR-EXPIRED-CTR
                 MOVE "EXPIRED" TO WS-OVR-STATUS-TEXT
              WHEN WS-OVR-PENDING(OVR-IDX)
                 ADD 1 TO WS-OVR-PENDING-CTR
                 MOVE "NOT YET EFFECTIVE" TO WS-OVR-STATUS-TEXT
              WHEN WS-OVR-DUPLICATE(OVR-IDX)
                 ADD 1 TO WS-OVR-INVALID-CTR
                 MOVE "*** DUPLICATE - EARLIER ENTRY USED ***"
                   TO WS-OVR-STATUS-TEXT
              WHEN OTHER
                 ADD 1 TO WS-OVR-INVALID-CTR
                 MOVE SPACES TO WS-OVR-STATUS-TEXT
                 STRING "*** INVALID - "         DELIMITED BY SIZE
                        WS-OVR-REASON(OVR-IDX)   DELIMITED BY "  "
                        " ***"                   DELIMITED BY SIZE
                   INTO WS-OVR-STATUS-TEXT
                 END-STRING
           END-EVALUATE.
           MOVE WS-OVR-FACTOR(OVR-IDX) TO WS-OVR-FACTOR-DISP.
           MOVE SPACES TO OVERRIDE-RPT-REC.
           STRING WS-OVR-ID(OVR-IDX)       DELIMITED BY SIZE
                  " "                      DELIMITED BY SIZE
                  WS-OVR-ACTION(OVR-IDX)   DELIMITED BY SIZE
                  " "                      DELIMITED BY SIZE
                  WS-OVR-FACTOR-DISP       DELIMITED BY SIZE
                  "  "                     DELIMITED BY SIZE
                  WS-OVR-FROM(OVR-IDX)     DELIMITED BY SIZE
                  " "                      DELIMITED BY SIZE
                  WS-OVR-TO(OVR-IDX)       DELIMITED BY SIZE
                  " "                      DELIMITED BY SIZE
                  WS-OVR-EDITOR(OVR-IDX)   DELIMITED BY SIZE
                  " "                      DELIMITED BY SIZE
                  WS-OVR-APPLIED(OVR-IDX)  DELIMITED BY SIZE
                  "   "                    DELIMITED BY SIZE
                  WS-OVR-STATUS-TEXT       DELIMITED BY SIZE
             INTO OVERRIDE-RPT-REC
           END-STRING.
           WRITE OVERRIDE-RPT-REC.

       0900-CLOSE-FILES.
           PERFORM 0115-WRITE-RUN-END.
           CLOSE RUN-CTL.
