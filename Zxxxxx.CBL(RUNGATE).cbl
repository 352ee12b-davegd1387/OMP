      *---    clears the hold);                      ---*
      *---  - the stage's required predecessor has a ---*
      *---    GOOD END record dated today (UNMPEDIT  ---*
      *---    or UNMPRSUB before UNMPSCRN, UNMPSCRN  ---*
      *---    or UNMPSREL before UNEMPLOY, UNEMPLOY  ---*
      *---    before the UNMPROLL/UNMPRATE/UNMPINQ   ---*
      *---    reporters) - a release is loaded on    ---*
      *---    the day it runs, without a rescreen    ---*
      *---    that would wipe it;                    ---*
      *---  - for UNEMPLOY, no UNMPRSUB run has      ---*
      *---    ended since the last good UNMPSCRN or  ---*
      *---    UNMPSREL - resubmitted records must be ---*
      *---    screened before a supplement load, or  ---*
      *---    the load reads the old screened files. ---*
      *---The scheduler tests the return code and    ---*
      *---holds the stream instead of letting a load ---*
      *---run on unvalidated files or a report run   ---*

       01 GATE-STAGE           PIC X(8).
       01 REQUIRED-PRED        PIC X(8) VALUE SPACES.
       01 ALTERNATE-PRED       PIC X(8) VALUE SPACES.
       01 SATISFIED-PRED       PIC X(8) VALUE SPACES.
       01 SCREEN-GOOD-STAMP    PIC X(14) VALUE SPACES.
       01 RESUB-GOOD-STAMP     PIC X(14) VALUE SPACES.
       01 RELEASE-GOOD-STAMP   PIC X(14) VALUE SPACES.
       01 TODAYS-DATE          PIC X(8).

      * One entry per program seen in the run history: the phase
      * of its most recent record (a trailing START is what an
      * abend leaves behind), its START/END counts for the report
      * line, and the date (and date/time) of its most recent
      * GOOD END.
       01 PGM-COUNT            PIC 9(2) VALUE 0.
       01 PGM-TABLE.
         05 PGM-ENTRY OCCURS 0 TO 20 TIMES
             10 PGM-START-CTR  PIC 9(5).
             10 PGM-END-CTR    PIC 9(5).
             10 PGM-LAST-GOOD  PIC X(8).
             10 PGM-LAST-GOOD-STAMP PIC X(14).
       01 PGM-TABLE-MAX        PIC 9(2) VALUE 20.
       01 CURRENT-PGM-IDX      PIC 9(2) VALUE 0.

           PERFORM 0200-TALLY-RUN-HISTORY.
           PERFORM 0300-CHECK-OPEN-STARTS.
           PERFORM 0400-CHECK-PREDECESSOR.
           IF GATE-STAGE = "UNEMPLOY"
              PERFORM 0450-CHECK-RESUB-SCREENED
           END-IF.
           PERFORM 0800-WRITE-VERDICT.
           PERFORM 0900-CLOSE-FILES.
           IF GATE-FAILED
           END-IF.
           MOVE PARM-REC(1:8) TO GATE-STAGE.
           EVALUATE GATE-STAGE
              WHEN "UNMPSCRN" MOVE "UNMPEDIT" TO REQUIRED-PRED
                              MOVE "UNMPRSUB" TO ALTERNATE-PRED
              WHEN "UNEMPLOY" MOVE "UNMPSCRN" TO REQUIRED-PRED
                              MOVE "UNMPSREL" TO ALTERNATE-PRED
              WHEN "UNMPROLL" MOVE "UNEMPLOY" TO REQUIRED-PRED
              WHEN "UNMPRATE" MOVE "UNEMPLOY" TO REQUIRED-PRED
              WHEN "UNMPINQ"  MOVE "UNEMPLOY" TO REQUIRED-PRED
              WHEN "UNMPTRND" MOVE "UNEMPLOY" TO REQUIRED-PRED
              WHEN "UNMPRANK" MOVE "UNEMPLOY" TO REQUIRED-PRED
              WHEN "UNMPFEED" MOVE "UNEMPLOY" TO REQUIRED-PRED
              WHEN "UNMPCOMP" MOVE "UNEMPLOY" TO REQUIRED-PRED
              WHEN "UNMPPAGG" MOVE "UNEMPLOY" TO REQUIRED-PRED
              WHEN OTHER      MOVE SPACES     TO REQUIRED-PRED
           END-EVALUATE.
           MOVE SPACES TO GATE-RPT-REC.
                 IF RC-STATUS = "GOOD"
                    MOVE RC-RUN-DATE
                      TO PGM-LAST-GOOD(CURRENT-PGM-IDX)
                    MOVE RC-RUN-DATE
                      TO PGM-LAST-GOOD-STAMP(CURRENT-PGM-IDX)(1:8)
                    MOVE RC-RUN-TIME
                      TO PGM-LAST-GOOD-STAMP(CURRENT-PGM-IDX)(9:6)
                 END-IF
           END-EVALUATE.

           MOVE 'N' TO PRED-FOUND-FLAG.
           PERFORM VARYING PGM-IDX FROM 1 BY 1
              UNTIL PGM-IDX > PGM-COUNT
              IF (PGM-NAME(PGM-IDX) = REQUIRED-PRED
                  OR (ALTERNATE-PRED NOT = SPACES
                      AND PGM-NAME(PGM-IDX) = ALTERNATE-PRED))
                 AND PGM-LAST-GOOD(PGM-IDX) = TODAYS-DATE
                 SET PRED-SATISFIED TO TRUE
                 MOVE PGM-NAME(PGM-IDX) TO SATISFIED-PRED
              END-IF
           END-PERFORM.
           MOVE SPACES TO GATE-RPT-REC.
           IF PRED-SATISFIED
              STRING "PREDECESSOR " DELIMITED BY SIZE
                     SATISFIED-PRED DELIMITED BY SIZE
                     " ENDED GOOD TODAY" DELIMITED BY SIZE
                INTO GATE-RPT-REC
              END-STRING
           ELSE
              SET GATE-FAILED TO TRUE
              IF ALTERNATE-PRED = SPACES
                 STRING "PREDECESSOR " DELIMITED BY SIZE
                        REQUIRED-PRED  DELIMITED BY SIZE
                        " HAS NO GOOD END FOR TODAY"
                                       DELIMITED BY SIZE
                   INTO GATE-RPT-REC
                 END-STRING
              ELSE
                 STRING "PREDECESSOR " DELIMITED BY SIZE
                        REQUIRED-PRED  DELIMITED BY SIZE
                        " OR "         DELIMITED BY SIZE
                        ALTERNATE-PRED DELIMITED BY SIZE
                        " HAS NO GOOD END FOR TODAY"
                                       DELIMITED BY SIZE
                   INTO GATE-RPT-REC
                 END-STRING
              END-IF
           END-IF.
           WRITE GATE-RPT-REC.
           IF GATE-RPT-STATUS NOT = "00"
                      GATE-RPT-STATUS " FOR PREDECESSOR LINE"
           END-IF.

      *----------------------------------------------------------
      * UNMPRSUB appends corrected records to the clean files, but
      * the load reads the screened files.  A resubmit that ended
      * after the last good screen has not reached the load yet:
      * UNMPSCRN must run again before UNEMPLOY, or the corrected
      * records are silently never posted.  A release that ended
      * after the resubmit is loaded all the same - rescreening
      * first would wipe the released records - and the gate
      * report notes that the resubmit still waits for a screen.
      *----------------------------------------------------------
       0450-CHECK-RESUB-SCREENED.
           MOVE SPACES TO SCREEN-GOOD-STAMP, RESUB-GOOD-STAMP,
                          RELEASE-GOOD-STAMP.
           PERFORM VARYING PGM-IDX FROM 1 BY 1
              UNTIL PGM-IDX > PGM-COUNT
              EVALUATE PGM-NAME(PGM-IDX)
                 WHEN "UNMPSCRN"
                    MOVE PGM-LAST-GOOD-STAMP(PGM-IDX)
                      TO SCREEN-GOOD-STAMP
                 WHEN "UNMPRSUB"
                    MOVE PGM-LAST-GOOD-STAMP(PGM-IDX)
                      TO RESUB-GOOD-STAMP
                 WHEN "UNMPSREL"
                    MOVE PGM-LAST-GOOD-STAMP(PGM-IDX)
                      TO RELEASE-GOOD-STAMP
              END-EVALUATE
           END-PERFORM.
           IF RESUB-GOOD-STAMP NOT = SPACES
              AND RESUB-GOOD-STAMP > SCREEN-GOOD-STAMP
              AND RESUB-GOOD-STAMP NOT > RELEASE-GOOD-STAMP
              MOVE SPACES TO GATE-RPT-REC
              STRING "UNMPRSUB ENDED " DELIMITED BY SIZE
                     RESUB-GOOD-STAMP  DELIMITED BY SIZE
                     " NOT YET SCREENED - LOADING RELEASE ONLY"
                                       DELIMITED BY SIZE
                INTO GATE-RPT-REC
              END-STRING
              WRITE GATE-RPT-REC
              IF GATE-RPT-STATUS NOT = "00"
                 DISPLAY "WRITE GATE-RPT-REC FILE-STATUS IS "
                         GATE-RPT-STATUS " FOR RESUBMIT LINE"
              END-IF
           END-IF.
           IF RESUB-GOOD-STAMP NOT = SPACES
              AND RESUB-GOOD-STAMP > SCREEN-GOOD-STAMP
              AND RESUB-GOOD-STAMP > RELEASE-GOOD-STAMP
              SET GATE-FAILED TO TRUE
              MOVE SPACES TO GATE-RPT-REC
              STRING "UNMPRSUB ENDED " DELIMITED BY SIZE
                     RESUB-GOOD-STAMP  DELIMITED BY SIZE
                     " AFTER LAST UNMPSCRN/UNMPSREL - RESCREEN"
                                       DELIMITED BY SIZE
                INTO GATE-RPT-REC
              END-STRING
              WRITE GATE-RPT-REC
              IF GATE-RPT-STATUS NOT = "00"
                 DISPLAY "WRITE GATE-RPT-REC FILE-STATUS IS "
                         GATE-RPT-STATUS " FOR RESUBMIT LINE"
              END-IF
           END-IF.

       0800-WRITE-VERDICT.
           MOVE SPACES TO GATE-RPT-REC.
           IF GATE-FAILED
