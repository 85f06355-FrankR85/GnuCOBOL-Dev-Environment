                 88 STP-HAS-START          VALUE 'Y'.
              10 STP-END-SW         PIC X(01).
                 88 STP-HAS-END            VALUE 'Y'.
      *    How many times the step started - more than once means
      *    it was rerun inside the window.
              10 STP-START-COUNT    PIC 9(02).
       01 STEP-COUNT           PIC 9(02) COMP VALUE ZERO.
       01 STEP-IDX             PIC 9(02) COMP.
       01 WS-FOUND-IDX         PIC 9(02) COMP.

       01 CNT-MISSING-STEPS    PIC 9(02) VALUE ZERO.

      *    Recovery - the decisions the restart driver FBWINDRV laid
      *    on the trail, in the order it made them, and how many
      *    times it was run against the window.
       01 RESTART-TABLE.
           05 RESTART-ENTRY OCCURS 60 TIMES.
              10 RSD-STEP-NAME      PIC X(10).
              10 RSD-DATE           PIC 9(08).
              10 RSD-TIME           PIC 9(08).
              10 RSD-DECISION       PIC X(08).
       01 RESTART-COUNT        PIC 9(02) COMP VALUE ZERO.
       01 RESTART-IDX          PIC 9(02) COMP.
       01 CNT-RESTART-RUNS     PIC 9(02) VALUE ZERO.
       01 CNT-RESTART-DROPPED  PIC 9(04) VALUE ZERO.
       01 WS-ATTEMPTS-TRIM     PIC X(20).

      *    Operator stops and resumes - HOLD, CANCEL and RESUME
      *    events, each naming the run and the sequence it touched.
       01 OPERATOR-TABLE.
           05 OPERATOR-ENTRY OCCURS 60 TIMES.
              10 OPR-STEP-NAME      PIC X(10).
              10 OPR-DATE           PIC 9(08).
              10 OPR-TIME           PIC 9(08).
              10 OPR-EVENT          PIC X(06).
              10 OPR-TARGET         PIC X(08).
              10 OPR-RUN-NUMBER     PIC X(08).
       01 OPERATOR-COUNT       PIC 9(02) COMP VALUE ZERO.
       01 OPERATOR-IDX         PIC 9(02) COMP.
       01 CNT-OPERATOR-DROPPED PIC 9(04) VALUE ZERO.

      *    Elapsed-time work.  A window never spans more than one
      *    midnight, so an end stamped on a later date than its
      *    start simply adds a day - the same simplification the
      *    file by hand.  WINCTLIN may name a window id; missing,
      *    the report covers the latest window opened.  SPLITCTL
      *    names how many streams the window was supposed to run,
      *    the same card the splitter dealt by.  A window the
      *    restart driver had to recover says so, with every decision
      *    the driver made, so a late close is told apart from a
      *    rescued one.
           PERFORM U01-LOAD-STREAM-COUNT.
           PERFORM U02-LOAD-WANTED-ID.

                     PERFORM 2200-NOTE-STEP-START THRU 2200Z
                   WHEN WND-EVENT-END
                     PERFORM 2300-NOTE-STEP-END THRU 2300Z
                   WHEN WND-EVENT-RESTART
                     PERFORM 2500-NOTE-RESTART-DECISION THRU 2500Z
                   WHEN WND-EVENT-HOLD
                   WHEN WND-EVENT-CANCEL
                   WHEN WND-EVENT-RESUME
                     PERFORM 2600-NOTE-OPERATOR-EVENT THRU 2600Z
                   WHEN OTHER
                     CONTINUE
                 END-EVALUATE
             MOVE WND-EVENT-DATE TO STP-START-DATE(WS-FOUND-IDX)
             MOVE WND-EVENT-TIME TO STP-START-TIME(WS-FOUND-IDX)
             MOVE 'Y' TO STP-START-SW(WS-FOUND-IDX)
             ADD 1 TO STP-START-COUNT(WS-FOUND-IDX)
      *    A rerun starts afresh - the END the failed attempt left
      *    (if any) no longer speaks for the step.
             MOVE 'N' TO STP-END-SW(WS-FOUND-IDX)
             MOVE SPACES TO STP-OUTCOME(WS-FOUND-IDX)
           END-IF.
           IF WND-STEP-NAME = "FBWINDRV" THEN
             ADD 1 TO CNT-RESTART-RUNS
           END-IF.

       2200Z.
             MOVE SPACES TO STP-OUTCOME(STEP-COUNT)
             MOVE 'N' TO STP-START-SW(STEP-COUNT)
               STP-END-SW(STEP-COUNT)
             MOVE ZERO TO STP-START-COUNT(STEP-COUNT)
             MOVE STEP-COUNT TO WS-FOUND-IDX
           END-IF.

       2410Z.
           EXIT.

       2500-NOTE-RESTART-DECISION SECTION.
           IF RESTART-COUNT < 60 THEN
             ADD 1 TO RESTART-COUNT
             MOVE WND-STEP-NAME TO RSD-STEP-NAME(RESTART-COUNT)
             MOVE WND-EVENT-DATE TO RSD-DATE(RESTART-COUNT)
             MOVE WND-EVENT-TIME TO RSD-TIME(RESTART-COUNT)
             MOVE WND-OUTCOME TO RSD-DECISION(RESTART-COUNT)
           ELSE
             ADD 1 TO CNT-RESTART-DROPPED
           END-IF.

       2500Z.
           EXIT.

       2600-NOTE-OPERATOR-EVENT SECTION.
           IF OPERATOR-COUNT < 60 THEN
             ADD 1 TO OPERATOR-COUNT
             MOVE WND-STEP-NAME TO OPR-STEP-NAME(OPERATOR-COUNT)
             MOVE WND-EVENT-DATE TO OPR-DATE(OPERATOR-COUNT)
             MOVE WND-EVENT-TIME TO OPR-TIME(OPERATOR-COUNT)
             MOVE WND-EVENT-CODE TO OPR-EVENT(OPERATOR-COUNT)
             MOVE WND-OUTCOME TO OPR-TARGET(OPERATOR-COUNT)
             MOVE WND-RUN-NUMBER TO OPR-RUN-NUMBER(OPERATOR-COUNT)
           ELSE
             ADD 1 TO CNT-OPERATOR-DROPPED
           END-IF.

       2600Z.
           EXIT.

       5000-PRINT-WINDOW-REPORT SECTION.
           MOVE SPACES TO WS-OUTPUT-LINE.
           STRING "BATCH WINDOW REPORT - WINDOW " DELIMITED BY SIZE
             VARYING STEP-IDX FROM 1 BY 1
             UNTIL STEP-IDX > STEP-COUNT.

           MOVE "FBSPLIT" TO WS-WANTED-STEP.
           PERFORM 5300-NOTE-IF-NEVER-REPORTED THRU 5300Z.
           PERFORM 5200-NOTE-MISSING-STREAMS THRU 5200Z.
           MOVE "FBMERGE" TO WS-WANTED-STEP.
           PERFORM 5300-NOTE-IF-NEVER-REPORTED THRU 5300Z.
           MOVE "FBDIST" TO WS-WANTED-STEP.
           PERFORM 5300-NOTE-IF-NEVER-REPORTED THRU 5300Z.
           MOVE "FBRECON" TO WS-WANTED-STEP.
           PERFORM 5300-NOTE-IF-NEVER-REPORTED THRU 5300Z.

           IF CNT-RESTART-RUNS > 0 THEN
             PERFORM 5400-PRINT-RECOVERY THRU 5400Z
           END-IF.

           IF OPERATOR-COUNT > 0 THEN
             PERFORM 5500-PRINT-OPERATOR-ACTIONS THRU 5500Z
           END-IF.

           MOVE SPACES TO WS-OUTPUT-LINE.
           PERFORM 9000-WRITE-REPORT-LINE THRU 9000Z.
           IF WINDOW-CLOSED THEN
             MOVE SPACES TO WS-OUTPUT-LINE
             IF CNT-RESTART-RUNS > 0 THEN
               STRING "WINDOW CLOSED - " DELIMITED BY SIZE
                 WS-CLOSE-OUTCOME DELIMITED BY "  "
                 " - RECOVERED BY RESTART" DELIMITED BY SIZE
                 INTO WS-OUTPUT-LINE
             ELSE
               STRING "WINDOW CLOSED - " DELIMITED BY SIZE
                 WS-CLOSE-OUTCOME DELIMITED BY SIZE
                 INTO WS-OUTPUT-LINE
             END-IF
             PERFORM 9000-WRITE-REPORT-LINE THRU 9000Z
           ELSE
             MOVE SPACES TO WS-OUTPUT-LINE
             MOVE "*** NEVER ENDED ***" TO WS-OUTPUT-LINE(30:19)
           END-IF.

           IF STP-START-COUNT(STEP-IDX) > 1 THEN
             MOVE STP-START-COUNT(STEP-IDX) TO WS-TRIM-SOURCE
             PERFORM U09A-DE-EDIT-NUMBER THRU U09AZ
             MOVE WS-TRIM-RESULT TO WS-ATTEMPTS-TRIM
             STRING "ATTEMPTS " DELIMITED BY SIZE
               WS-ATTEMPTS-TRIM DELIMITED BY SPACE
               INTO WS-OUTPUT-LINE(67:20)
           END-IF.

           PERFORM 9000-WRITE-REPORT-LINE THRU 9000Z.

       5100Z.
       5300Z.
           EXIT.

       5400-PRINT-RECOVERY SECTION.
      *    The restart driver's decisions, one line each, so the
      *    meeting can see which steps were passed over as already
      *    done, which were rerun, and which the operator forced,
      *    skipped or had held.
           MOVE CNT-RESTART-RUNS TO WS-TRIM-SOURCE.
           PERFORM U09A-DE-EDIT-NUMBER THRU U09AZ.
           MOVE SPACES TO WS-OUTPUT-LINE.
           PERFORM 9000-WRITE-REPORT-LINE THRU 9000Z.
           MOVE SPACES TO WS-OUTPUT-LINE.
           STRING "RECOVERY - WINDOW RESTARTED " DELIMITED BY SIZE
             WS-TRIM-RESULT DELIMITED BY SPACE
             " TIME(S) BY FBWINDRV" DELIMITED BY SIZE
             INTO WS-OUTPUT-LINE.
           PERFORM 9000-WRITE-REPORT-LINE THRU 9000Z.
           MOVE SPACES TO WS-OUTPUT-LINE.
           MOVE "STEP" TO WS-OUTPUT-LINE(3:4).
           MOVE "DECIDED" TO WS-OUTPUT-LINE(14:7).
           MOVE "DECISION" TO WS-OUTPUT-LINE(32:8).
           PERFORM 9000-WRITE-REPORT-LINE THRU 9000Z.

           PERFORM 5410-PRINT-ONE-DECISION THRU 5410Z
             VARYING RESTART-IDX FROM 1 BY 1
             UNTIL RESTART-IDX > RESTART-COUNT.

           IF CNT-RESTART-DROPPED > 0 THEN
             MOVE CNT-RESTART-DROPPED TO WS-TRIM-SOURCE
             PERFORM U09A-DE-EDIT-NUMBER THRU U09AZ
             MOVE SPACES TO WS-OUTPUT-LINE
             STRING "  ... AND " DELIMITED BY SIZE
               WS-TRIM-RESULT DELIMITED BY SPACE
               " MORE DECISION(S) NOT LISTED" DELIMITED BY SIZE
               INTO WS-OUTPUT-LINE
             PERFORM 9000-WRITE-REPORT-LINE THRU 9000Z
           END-IF.

       5400Z.
           EXIT.

       5410-PRINT-ONE-DECISION SECTION.
           MOVE SPACES TO WS-OUTPUT-LINE.
           MOVE RSD-STEP-NAME(RESTART-IDX) TO WS-OUTPUT-LINE(3:10).
           MOVE RSD-DATE(RESTART-IDX) TO WS-OUTPUT-LINE(14:8).
           MOVE "/" TO WS-OUTPUT-LINE(22:1).
           MOVE RSD-TIME(RESTART-IDX)(1:6) TO WS-OUTPUT-LINE(23:6).
           MOVE RSD-DECISION(RESTART-IDX) TO WS-OUTPUT-LINE(32:8).
           PERFORM 9000-WRITE-REPORT-LINE THRU 9000Z.

       5410Z.
           EXIT.

       5500-PRINT-OPERATOR-ACTIONS SECTION.
      *    What the operator's command deck did to the window - runs
      *    held for a later window, runs cancelled, held runs picked
      *    back up - so a short window is read as a decision rather
      *    than a failure.  A run number of zero is a line stopped
      *    before it ever started.
           MOVE OPERATOR-COUNT TO WS-TRIM-SOURCE.
           PERFORM U09A-DE-EDIT-NUMBER THRU U09AZ.
           MOVE SPACES TO WS-OUTPUT-LINE.
           PERFORM 9000-WRITE-REPORT-LINE THRU 9000Z.
           MOVE SPACES TO WS-OUTPUT-LINE.
           STRING "OPERATOR - " DELIMITED BY SIZE
             WS-TRIM-RESULT DELIMITED BY SPACE
             " HOLD/CANCEL/RESUME ACTION(S)" DELIMITED BY SIZE
             INTO WS-OUTPUT-LINE.
           PERFORM 9000-WRITE-REPORT-LINE THRU 9000Z.
           MOVE SPACES TO WS-OUTPUT-LINE.
           MOVE "STEP" TO WS-OUTPUT-LINE(3:4).
           MOVE "AT" TO WS-OUTPUT-LINE(14:2).
           MOVE "ACTION" TO WS-OUTPUT-LINE(32:6).
           MOVE "TARGET" TO WS-OUTPUT-LINE(40:6).
           MOVE "RUN" TO WS-OUTPUT-LINE(50:3).
           PERFORM 9000-WRITE-REPORT-LINE THRU 9000Z.

           PERFORM 5510-PRINT-ONE-ACTION THRU 5510Z
             VARYING OPERATOR-IDX FROM 1 BY 1
             UNTIL OPERATOR-IDX > OPERATOR-COUNT.

           IF CNT-OPERATOR-DROPPED > 0 THEN
             MOVE CNT-OPERATOR-DROPPED TO WS-TRIM-SOURCE
             PERFORM U09A-DE-EDIT-NUMBER THRU U09AZ
             MOVE SPACES TO WS-OUTPUT-LINE
             STRING "  ... AND " DELIMITED BY SIZE
               WS-TRIM-RESULT DELIMITED BY SPACE
               " MORE ACTION(S) NOT LISTED" DELIMITED BY SIZE
               INTO WS-OUTPUT-LINE
             PERFORM 9000-WRITE-REPORT-LINE THRU 9000Z
           END-IF.

       5500Z.
           EXIT.

       5510-PRINT-ONE-ACTION SECTION.
           MOVE SPACES TO WS-OUTPUT-LINE.
           MOVE OPR-STEP-NAME(OPERATOR-IDX) TO WS-OUTPUT-LINE(3:10).
           MOVE OPR-DATE(OPERATOR-IDX) TO WS-OUTPUT-LINE(14:8).
           MOVE "/" TO WS-OUTPUT-LINE(22:1).
           MOVE OPR-TIME(OPERATOR-IDX)(1:6) TO WS-OUTPUT-LINE(23:6).
           MOVE OPR-EVENT(OPERATOR-IDX) TO WS-OUTPUT-LINE(32:6).
           MOVE OPR-TARGET(OPERATOR-IDX) TO WS-OUTPUT-LINE(40:8).
           MOVE OPR-RUN-NUMBER(OPERATOR-IDX) TO WS-OUTPUT-LINE(50:8).
           PERFORM 9000-WRITE-REPORT-LINE THRU 9000Z.

       5510Z.
           EXIT.

       9000-WRITE-REPORT-LINE SECTION.
           MOVE WS-OUTPUT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
