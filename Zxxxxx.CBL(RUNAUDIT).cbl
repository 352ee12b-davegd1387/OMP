      *---           10 OUT-OF-BALANCE               ---*
      *---  HACKER   1 INPUT 2 EXCEPTIONS 3 RANKED   ---*
      *---           4 HIST-ADDS 5 HIST-UPDATES      ---*
      *---           6 DISCUSSION-RANKED 7 STALE     ---*
      *---           8 FUTURE-DATED 9 OVERRIDES      ---*
      *---           10 SUPPRESSED                   ---*
      *---  UNMPEDIT 1 ACCEPTED 2 REJECTED           ---*
      *---  UNMPROLL 1 READ 2 SELECTED 3 REGIONS     ---*
      *---           4 UNASSIGNED 5 NO-MASTER        ---*
      *---           6 INCOMPLETE                    ---*
      *---  UNMPRATE 1 REPORTED 2 NO-MASTER          ---*
      *---           3 INCOMPLETE                    ---*
      *---  UNMPINQ  1 EXTRACTED 2 NO-MASTER         ---*
      *---           3 WITHHELD 4 COMPLEMENTS        ---*
      *---  UNMPRSUB 1 APPENDED 2 STILL-REJECTED     ---*
      *---  UNMPTRND 1 READ 2 AREAS 3 COMPARISONS    ---*
      *---           4 FLAGGED                       ---*
      *---  UNMPRANK 1 AREAS-RANKED 2 NO-MASTER      ---*
      *---           3 INCOMPLETE                    ---*
      *---  UNMPFEED 1 READ 2 AREAS 3 DETAILS        ---*
      *---           4 RESUBMISSION 5 WITHHELD       ---*
      *---           6 COMPLEMENTS                   ---*
      *---  UNMPSCRN 1 SCREENED 2 PASSED 3 HELD      ---*
      *---           4 NO-HISTORY 5 ALREADY-HELD     ---*
      *---  UNMPSREL 1 RELEASED 2 STILL-HELD         ---*
      *---           3 CARDS-UNMATCHED               ---*
      *---  UNMPCOMP 1 FILED 2 NOT-FILED 3 PARTIAL   ---*
      *---           4 OFF-MASTER                    ---*
      *---  UNMPCORR 1 CARDS 2 APPLIED 3 REJECTED    ---*
      *---           4 OUT-OF-BALANCE                ---*
      *---  UNMPRMAP 1 CARDS 2 REJECTED 3 RETIRED    ---*
      *---           4 PERIODS-MOVED 5 WRITES        ---*
      *---           6 REWRITES 7 DELETES            ---*
      *---           8 PARTLY-MOVED                  ---*
      *---  UNMPPAGG 1 MONTHS-READ 2 DELETED         ---*
      *---           3 WRITTEN 4 INCOMPLETE          ---*
      *---  UNMPACK  1 ACKS-READ 2 ACCEPTED          ---*
      *---           3 REJECTED 4 DISAGREE           ---*
      *---           5 REJECT-LINES 6 NO-SUBMISSION  ---*
      *---           7 OVERDUE 8 UNACKNOWLEDGED      ---*
      *---           9 DUE-SOON                      ---*
      *-------------------------------------------------*
       IDENTIFICATION DIVISION.
      *-----------------------
      * run-over-run deviation check.
       01 PREV-PGM-COUNT         PIC 9(2) VALUE 0.
       01 PREV-PGM-TABLE.
         05 PREV-PGM-ENTRY OCCURS 0 TO 40 TIMES
           DEPENDING ON PREV-PGM-COUNT
           INDEXED BY PGM-IDX.
             10 PREV-PGM-NAME    PIC X(8).
             10 PREV-PGM-CNT     PIC 9(8) OCCURS 10 TIMES.
       01 PREV-PGM-TABLE-MAX     PIC 9(2) VALUE 40.
       01 CURRENT-PGM-IDX        PIC 9(2) VALUE 0.

       01 CNT-SUB                PIC 9(4) COMP VALUE 0.
