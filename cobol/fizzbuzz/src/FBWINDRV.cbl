       IDENTIFICATION DIVISION.
       PROGRAM-ID. FBWINDRV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WINDOW-CTL ASSIGN TO "WINDOWCTL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WCTL-STATUS.

           SELECT WINDOW-LOG ASSIGN TO "WINDOWLOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WLOG-STATUS.

           SELECT SPLIT-CTL ASSIGN TO "SPLITCTL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CTL-STATUS.

           SELECT RESTART-CTL ASSIGN TO "WINRSTIN"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RSTC-STATUS.

      *    Whatever input a step cannot run without - probed by name
      *    before the step is called, never read.
           SELECT NEED-FILE ASSIGN DYNAMIC WS-NEED-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS NEED-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD WINDOW-CTL.
       01 WINDOW-CTL-RECORD.
           05 WCTL-WINDOW-ID    PIC 9(14).
           05 WCTL-RESERVED     PIC X(66).

       FD WINDOW-LOG.
           COPY WNDREC.

       FD SPLIT-CTL.
       01 SPLIT-CTL-RECORD.
           05 CTL-STREAM-COUNT  PIC 9(01).
           05 CTL-RESERVED      PIC X(71).

       FD RESTART-CTL.
      *    The operator's override deck, one card per step to be
      *    treated otherwise than the trail says: FORCE runs the step
      *    whatever it reported last time and whatever upstream
      *    holds it; SKIP passes over it and counts it clean, for a
      *    step the operator has finished or repaired by hand.  Step
      *    names are the ones the window trail carries (FBSPLIT,
      *    STREAM3, FBMERGE ...).
       01 RESTART-CTL-RECORD.
           05 RST-STEP-NAME     PIC X(10).
           05 FILLER            PIC X(01).
           05 RST-ACTION        PIC X(05).
              88 RST-ACTION-FORCE       VALUE "FORCE".
              88 RST-ACTION-SKIP        VALUE "SKIP ".
           05 RST-RESERVED      PIC X(64).

       FD NEED-FILE.
       01 NEED-RECORD       PIC X(01).

       WORKING-STORAGE SECTION.
       01 WCTL-STATUS          PIC X(02).
       01 WLOG-STATUS          PIC X(02).
       01 WLOG-STATUS-NUM      REDEFINES WLOG-STATUS PIC 99.
       01 CTL-STATUS           PIC X(02).
       01 CTL-STATUS-NUM       REDEFINES CTL-STATUS PIC 99.
       01 RSTC-STATUS          PIC X(02).
       01 RSTC-STATUS-NUM      REDEFINES RSTC-STATUS PIC 99.
       01 NEED-STATUS          PIC X(02).
       01 WS-NEED-NAME         PIC X(20).
       01 WS-DELETE-NAME       PIC X(20).
       01 WS-DELETE-RC         PIC S9(09) COMP-5.

      *    The window being restarted - the id FBSCHED put on
      *    WINDOWCTL.  FBRECON deletes WINDOWCTL when it closes a
      *    window, so no WINDOWCTL means there is no open window and
      *    nothing to restart.
       01 WS-WINDOW-ID         PIC 9(14) VALUE ZERO.
       01 WINDOW-KNOWN-SW      PIC X(01) VALUE 'N'.
          88 WINDOW-KNOWN                VALUE 'Y'.
       01 WS-WND-STEP          PIC X(10).
       01 WS-WND-EVENT         PIC X(06).
       01 WS-WND-OUTCOME       PIC X(08).

       01 WS-STREAM-COUNT      PIC 9(01) VALUE 4.
       01 WS-STREAM-NO         PIC 9(01).
       01 WS-STREAM-DIGIT      REDEFINES WS-STREAM-NO PIC X(01).

      *    A classic window runs one unsuffixed FIZZBUZZ instead of
      *    split streams - known by that step's name on the trail.
       01 CLASSIC-WINDOW-SW    PIC X(01) VALUE 'N'.
          88 CLASSIC-WINDOW              VALUE 'Y'.

      *    The window's steps in job order.  The stage is what holds
      *    a step back: a step may run only while every non-advisory
      *    step of an earlier stage is clean.  The streams share one
      *    stage, so one stream's abend never holds its siblings -
      *    only FBMERGE and everything after it.  FBFCAST only
      *    advises, and never holds anything.
       01 DRV-STEP-TABLE.
           05 DRV-STEP OCCURS 14 TIMES.
              10 DRV-STEP-NAME      PIC X(10).
              10 DRV-PROGRAM        PIC X(08).
              10 DRV-STREAM-ID      PIC X(01).
              10 DRV-STAGE          PIC 9(02).
              10 DRV-NEED-NAME      PIC X(20).
              10 DRV-ADVISORY-SW    PIC X(01).
                 88 DRV-ADVISORY           VALUE 'Y'.
      *    What the trail says of the step's latest attempt.
              10 DRV-STATE-SW       PIC X(01).
                 88 DRV-NEVER-STARTED      VALUE 'N'.
                 88 DRV-NEVER-ENDED        VALUE 'S'.
                 88 DRV-ENDED-CLEAN        VALUE 'E'.
                 88 DRV-ENDED-BADLY        VALUE 'F'.
              10 DRV-OUTCOME        PIC X(08).
              10 DRV-OVERRIDE-SW    PIC X(01).
                 88 DRV-FORCED             VALUE 'F'.
                 88 DRV-OP-SKIPPED         VALUE 'S'.
       01 DRV-COUNT            PIC 9(02) COMP VALUE ZERO.
       01 DRV-IDX              PIC 9(02) COMP.
       01 DRV-SCAN-IDX         PIC 9(02) COMP.
       01 WS-FOUND-IDX         PIC 9(02) COMP.
       01 WS-WANTED-STEP       PIC X(10).

      *    The lowest stage holding an unclean step so far - 99 while
      *    everything judged has come out clean.
       01 WS-UNCLEAN-STAGE     PIC 9(02) VALUE 99.
       01 WS-DECISION          PIC X(08).
       01 WS-STEP-RC           PIC S9(09) COMP-5.
       01 STEP-CALL-SW         PIC X(01).
          88 STEP-CALL-FAILED            VALUE 'Y'.
          88 STEP-CALL-MADE              VALUE 'N'.
       01 STEP-CLEAN-SW        PIC X(01).
          88 STEP-CLEAN                  VALUE 'Y'.
          88 STEP-UNCLEAN                VALUE 'N'.
       01 WS-RESTART-FLAG      PIC X(01).
       01 NEED-FILE-SW         PIC X(01).
          88 NEED-ON-HAND                VALUE 'Y'.
          88 NEED-MISSING                VALUE 'N'.

       01 CNT-STEPS-RUN        PIC 9(02) VALUE ZERO.
       01 CNT-STEPS-PASSED     PIC 9(02) VALUE ZERO.
       01 CNT-STEPS-HELD       PIC 9(02) VALUE ZERO.

       01 WS-OUTPUT-LINE       PIC X(132).
      *    De-editing workspace - a numeric DISPLAY field MOVEd or
      *    STRING'd straight into an alphanumeric field copies its
      *    zero-padded digit string verbatim, so the totals a person
      *    reads pass through here on the way out.
       01 WS-TRIM-SOURCE        PIC 9(20).
       01 WS-TRIM-EDITED        PIC Z(19)9.
       01 WS-TRIM-RESULT        PIC X(20).
       01 WS-TRIM-LEAD-SPACES   PIC 9(02) COMP.
       01 WS-COUNT-A-TRIM       PIC X(20).
       01 WS-COUNT-B-TRIM       PIC X(20).
       01 WS-COUNT-C-TRIM       PIC X(20).
       01 WS-SUMMARY-LINE       PIC X(80).

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
      *    The window restart driver, run when a window has died part
      *    way through.  It reads the open window's trail on
      *    WINDOWLOG and walks the window's steps in job order: a step
      *    whose latest attempt ended clean is passed over; a step
      *    that started and never ended, ended badly, or never
      *    started is run - as long as everything upstream of it is
      *    clean, else it is held.  So only the streams that actually
      *    failed are rerun (each picking up its own slice from the
      *    sections it finished and the checkpoint of the range it
      *    was in), and FBMERGE, FBDIST and FBRECON wait until every
      *    stream is whole.  WINRSTIN lets the operator force or skip
      *    a step outright.  Every decision is appended to the trail
      *    as a RESTRT event, so the morning report shows the window
      *    was recovered rather than merely late.  Steps are CALLed by
      *    program name one after another, the streams included, so
      *    the step programs must be on hand as loadable modules.  The
      *    job ends RC 8 when anything is left held or failed.
           PERFORM U01-LOAD-WINDOW-ID THRU U01Z.
           IF NOT WINDOW-KNOWN THEN
             DISPLAY "FBWINDRV: NO OPEN WINDOW ON WINDOWCTL - "
               "NOTHING TO RESTART"
             MOVE 4 TO RETURN-CODE
             GOBACK
           END-IF.

           PERFORM U02-LOAD-STREAM-COUNT.
           PERFORM 1000-DETECT-CLASSIC-WINDOW THRU 1000Z.
           PERFORM 1100-BUILD-STEP-TABLE THRU 1100Z.
           PERFORM 1200-LOAD-OVERRIDES THRU 1200Z.
           PERFORM 2000-SCAN-WINDOW-LOG THRU 2000Z.

           MOVE "FBWINDRV" TO WS-WND-STEP.
           MOVE "START" TO WS-WND-EVENT.
           MOVE SPACES TO WS-WND-OUTCOME.
           PERFORM U03-WRITE-WINDOW-EVENT THRU U03Z.

           PERFORM 3000-JUDGE-ONE-STEP THRU 3000Z
             VARYING DRV-IDX FROM 1 BY 1
             UNTIL DRV-IDX > DRV-COUNT.

           MOVE CNT-STEPS-RUN TO WS-TRIM-SOURCE.
           PERFORM U09A-DE-EDIT-NUMBER THRU U09AZ.
           MOVE WS-TRIM-RESULT TO WS-COUNT-A-TRIM.
           MOVE CNT-STEPS-PASSED TO WS-TRIM-SOURCE.
           PERFORM U09A-DE-EDIT-NUMBER THRU U09AZ.
           MOVE WS-TRIM-RESULT TO WS-COUNT-B-TRIM.
           MOVE CNT-STEPS-HELD TO WS-TRIM-SOURCE.
           PERFORM U09A-DE-EDIT-NUMBER THRU U09AZ.
           MOVE WS-TRIM-RESULT TO WS-COUNT-C-TRIM.
           MOVE SPACES TO WS-SUMMARY-LINE.
           STRING "FBWINDRV: " DELIMITED BY SIZE
             WS-COUNT-A-TRIM DELIMITED BY SPACE
             " STEP(S) RUN, " DELIMITED BY SIZE
             WS-COUNT-B-TRIM DELIMITED BY SPACE
             " PASSED OVER, " DELIMITED BY SIZE
             WS-COUNT-C-TRIM DELIMITED BY SPACE
             " HELD OR FAILED" DELIMITED BY SIZE
             INTO WS-SUMMARY-LINE.
           DISPLAY WS-SUMMARY-LINE.

      *    A step's own RETURN-CODE is not the driver's - the driver
      *    answers for the window as a whole.
           MOVE "FBWINDRV" TO WS-WND-STEP.
           MOVE "END" TO WS-WND-EVENT.
           IF WS-UNCLEAN-STAGE < 99 THEN
             MOVE "RC 8" TO WS-WND-OUTCOME
             MOVE 8 TO RETURN-CODE
           ELSE
             MOVE "OK" TO WS-WND-OUTCOME
             MOVE 0 TO RETURN-CODE
           END-IF.
           PERFORM U03-WRITE-WINDOW-EVENT THRU U03Z.
           GOBACK.

       1000-DETECT-CLASSIC-WINDOW SECTION.
           OPEN INPUT WINDOW-LOG.
           IF WLOG-STATUS-NUM = 00 THEN
             PERFORM 1010-NOTE-ONE-EVENT THRU 1010Z
               UNTIL WLOG-STATUS-NUM > 9
             CLOSE WINDOW-LOG
           END-IF.

       1000Z.
           EXIT.

       1010-NOTE-ONE-EVENT SECTION.
           READ WINDOW-LOG
             AT END
               MOVE 10 TO WLOG-STATUS-NUM
             NOT AT END
               IF WND-WINDOW-ID = WS-WINDOW-ID
                  AND WND-STEP-NAME = "FIZZBUZZ" THEN
                 SET CLASSIC-WINDOW TO TRUE
               END-IF
           END-READ.

       1010Z.
           EXIT.

       1100-BUILD-STEP-TABLE SECTION.
      *    The job order the night JCL runs - FBSCHED opened the
      *    window and is not restartable from inside it.  FBSPLIT
      *    needs the master BATCHIN it deals, each stream the
      *    BATCHLOCKn sentinel that makes it a batch run at all (a
      *    stream without one would sit waiting on a CGI request),
      *    FBDIST the combined REPORTOUT.
           MOVE ZERO TO DRV-COUNT.
           MOVE "FBFCAST" TO WS-WANTED-STEP.
           PERFORM 1110-ADD-ONE-STEP THRU 1110Z.
           MOVE "BATCHIN" TO DRV-NEED-NAME(DRV-COUNT).
           MOVE 1 TO DRV-STAGE(DRV-COUNT).
           MOVE 'Y' TO DRV-ADVISORY-SW(DRV-COUNT).

           IF CLASSIC-WINDOW THEN
             MOVE "FIZZBUZZ" TO WS-WANTED-STEP
             PERFORM 1110-ADD-ONE-STEP THRU 1110Z
             MOVE "BATCHLOCK" TO DRV-NEED-NAME(DRV-COUNT)
             MOVE 3 TO DRV-STAGE(DRV-COUNT)
           ELSE
             MOVE "FBSPLIT" TO WS-WANTED-STEP
             PERFORM 1110-ADD-ONE-STEP THRU 1110Z
             MOVE "BATCHIN" TO DRV-NEED-NAME(DRV-COUNT)
             MOVE 2 TO DRV-STAGE(DRV-COUNT)
             PERFORM 1120-ADD-ONE-STREAM THRU 1120Z
               VARYING WS-STREAM-NO FROM 1 BY 1
               UNTIL WS-STREAM-NO > WS-STREAM-COUNT
             MOVE "FBMERGE" TO WS-WANTED-STEP
             PERFORM 1110-ADD-ONE-STEP THRU 1110Z
             MOVE 4 TO DRV-STAGE(DRV-COUNT)
           END-IF.

           MOVE "FBDIST" TO WS-WANTED-STEP.
           PERFORM 1110-ADD-ONE-STEP THRU 1110Z.
           MOVE "REPORTOUT" TO DRV-NEED-NAME(DRV-COUNT).
           MOVE 5 TO DRV-STAGE(DRV-COUNT).

           MOVE "FBRECON" TO WS-WANTED-STEP.
           PERFORM 1110-ADD-ONE-STEP THRU 1110Z.
           MOVE 6 TO DRV-STAGE(DRV-COUNT).

       1100Z.
           EXIT.

       1110-ADD-ONE-STEP SECTION.
           ADD 1 TO DRV-COUNT.
           MOVE WS-WANTED-STEP TO DRV-STEP-NAME(DRV-COUNT).
           MOVE WS-WANTED-STEP TO DRV-PROGRAM(DRV-COUNT).
           MOVE SPACE TO DRV-STREAM-ID(DRV-COUNT).
           MOVE SPACES TO DRV-NEED-NAME(DRV-COUNT)
             DRV-OUTCOME(DRV-COUNT).
           MOVE 'N' TO DRV-ADVISORY-SW(DRV-COUNT)
             DRV-STATE-SW(DRV-COUNT).
           MOVE SPACE TO DRV-OVERRIDE-SW(DRV-COUNT).

       1110Z.
           EXIT.

       1120-ADD-ONE-STREAM SECTION.
           MOVE SPACES TO WS-WANTED-STEP.
           STRING "STREAM" DELIMITED BY SIZE
             WS-STREAM-DIGIT DELIMITED BY SIZE
             INTO WS-WANTED-STEP.
           PERFORM 1110-ADD-ONE-STEP THRU 1110Z.
           MOVE "FIZZBUZZ" TO DRV-PROGRAM(DRV-COUNT).
           MOVE WS-STREAM-DIGIT TO DRV-STREAM-ID(DRV-COUNT).
           MOVE 3 TO DRV-STAGE(DRV-COUNT).
           STRING "BATCHLOCK" DELIMITED BY SIZE
             WS-STREAM-DIGIT DELIMITED BY SIZE
             INTO DRV-NEED-NAME(DRV-COUNT).

       1120Z.
           EXIT.

       1200-LOAD-OVERRIDES SECTION.
      *    WINRSTIN is optional, and consumed once read - the same
      *    way the rebuild consumes its RULPITIN card - so a FORCE
      *    keyed for tonight's restart cannot quietly rerun a step
      *    in some later window's.
           OPEN INPUT RESTART-CTL.
           IF RSTC-STATUS-NUM = 00 THEN
             PERFORM 1210-LOAD-ONE-OVERRIDE THRU 1210Z
               UNTIL RSTC-STATUS-NUM > 9
             CLOSE RESTART-CTL
             MOVE "WINRSTIN" TO WS-DELETE-NAME
             CALL "CBL_DELETE_FILE" USING WS-DELETE-NAME
               RETURNING WS-DELETE-RC
           END-IF.

       1200Z.
           EXIT.

       1210-LOAD-ONE-OVERRIDE SECTION.
           READ RESTART-CTL
             AT END
               MOVE 10 TO RSTC-STATUS-NUM
             NOT AT END
               IF RST-STEP-NAME NOT = SPACES THEN
                 MOVE RST-STEP-NAME TO WS-WANTED-STEP
                 PERFORM U04-FIND-STEP THRU U04Z
                 EVALUATE TRUE
                   WHEN WS-FOUND-IDX = ZERO
                     DISPLAY "FBWINDRV: WINRSTIN NAMES NO STEP OF "
                       "THIS WINDOW - " RST-STEP-NAME
                   WHEN RST-ACTION-FORCE
                     MOVE 'F' TO DRV-OVERRIDE-SW(WS-FOUND-IDX)
                   WHEN RST-ACTION-SKIP
                     MOVE 'S' TO DRV-OVERRIDE-SW(WS-FOUND-IDX)
                   WHEN OTHER
                     DISPLAY "FBWINDRV: WINRSTIN ACTION IS NEITHER "
                       "FORCE NOR SKIP - " RST-STEP-NAME " "
                       RST-ACTION
                 END-EVALUATE
               END-IF
           END-READ.

       1210Z.
           EXIT.

       2000-SCAN-WINDOW-LOG SECTION.
      *    Read whole each time, so the state a rerun step left
      *    behind is judged off its own END event like any other.
      *    Events are appended in time order, so the latest attempt
      *    at a step is simply the last one read.
           PERFORM 2010-RESET-ONE-STATE THRU 2010Z
             VARYING DRV-SCAN-IDX FROM 1 BY 1
             UNTIL DRV-SCAN-IDX > DRV-COUNT.

           OPEN INPUT WINDOW-LOG.
           IF WLOG-STATUS-NUM = 00 THEN
             PERFORM 2100-SCAN-ONE-EVENT THRU 2100Z
               UNTIL WLOG-STATUS-NUM > 9
             CLOSE WINDOW-LOG
           END-IF.

       2000Z.
           EXIT.

       2010-RESET-ONE-STATE SECTION.
           MOVE 'N' TO DRV-STATE-SW(DRV-SCAN-IDX).
           MOVE SPACES TO DRV-OUTCOME(DRV-SCAN-IDX).

       2010Z.
           EXIT.

       2100-SCAN-ONE-EVENT SECTION.
           READ WINDOW-LOG
             AT END
               MOVE 10 TO WLOG-STATUS-NUM
             NOT AT END
               IF WND-WINDOW-ID = WS-WINDOW-ID THEN
                 MOVE WND-STEP-NAME TO WS-WANTED-STEP
                 PERFORM U04-FIND-STEP THRU U04Z
                 IF WS-FOUND-IDX > ZERO THEN
                   PERFORM 2200-NOTE-STEP-EVENT THRU 2200Z
                 END-IF
               END-IF
           END-READ.

       2100Z.
           EXIT.

       2200-NOTE-STEP-EVENT SECTION.
      *    The verdicts a step can end on and still count as clean:
      *    OK, a warning, or a reconciliation that balanced or could
      *    only partly verify.  Anything else - a torn merge, RC 8,
      *    no input - ended badly.
           EVALUATE TRUE
             WHEN WND-EVENT-START
               MOVE 'S' TO DRV-STATE-SW(WS-FOUND-IDX)
               MOVE SPACES TO DRV-OUTCOME(WS-FOUND-IDX)
             WHEN WND-EVENT-END
               MOVE WND-OUTCOME TO DRV-OUTCOME(WS-FOUND-IDX)
               EVALUATE WND-OUTCOME
                 WHEN "OK"
                 WHEN "WARN"
                 WHEN "RC 0"
                 WHEN "RC 4"
                   MOVE 'E' TO DRV-STATE-SW(WS-FOUND-IDX)
                 WHEN OTHER
                   MOVE 'F' TO DRV-STATE-SW(WS-FOUND-IDX)
               END-EVALUATE
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

       2200Z.
           EXIT.

       3000-JUDGE-ONE-STEP SECTION.
           MOVE DRV-STEP-NAME(DRV-IDX) TO WS-WND-STEP.
           EVALUATE TRUE
             WHEN DRV-OP-SKIPPED(DRV-IDX)
               MOVE "OPSKIP" TO WS-DECISION
               PERFORM 3900-LOG-DECISION THRU 3900Z
               ADD 1 TO CNT-STEPS-PASSED
             WHEN DRV-ENDED-CLEAN(DRV-IDX)
                  AND NOT DRV-FORCED(DRV-IDX)
               MOVE "DONE OK" TO WS-DECISION
               PERFORM 3900-LOG-DECISION THRU 3900Z
               ADD 1 TO CNT-STEPS-PASSED
             WHEN WS-UNCLEAN-STAGE < DRV-STAGE(DRV-IDX)
                  AND NOT DRV-FORCED(DRV-IDX)
               MOVE "HELD" TO WS-DECISION
               PERFORM 3900-LOG-DECISION THRU 3900Z
               PERFORM 3800-NOTE-UNCLEAN-STEP THRU 3800Z
             WHEN OTHER
               PERFORM 3100-RUN-ONE-STEP THRU 3100Z
           END-EVALUATE.

       3000Z.
           EXIT.

       3100-RUN-ONE-STEP SECTION.
      *    A step whose input is gone cannot be run again from here -
      *    typically it finished its work and died before it could
      *    say so.  It is held as NOINPUT for the operator to look at
      *    and SKIP once satisfied.
           SET NEED-ON-HAND TO TRUE.
           IF DRV-NEED-NAME(DRV-IDX) NOT = SPACES THEN
             MOVE DRV-NEED-NAME(DRV-IDX) TO WS-NEED-NAME
             OPEN INPUT NEED-FILE
             IF NEED-STATUS = "00" THEN
               CLOSE NEED-FILE
             ELSE
               SET NEED-MISSING TO TRUE
             END-IF
           END-IF.

           IF NEED-MISSING THEN
             MOVE "NOINPUT" TO WS-DECISION
             PERFORM 3900-LOG-DECISION THRU 3900Z
             PERFORM 3800-NOTE-UNCLEAN-STEP THRU 3800Z
           ELSE
             PERFORM 3200-CALL-ONE-STEP THRU 3200Z
           END-IF.

       3100Z.
           EXIT.

       3200-CALL-ONE-STEP SECTION.
           EVALUATE TRUE
             WHEN DRV-FORCED(DRV-IDX)
               MOVE "FORCED" TO WS-DECISION
             WHEN DRV-NEVER-STARTED(DRV-IDX)
               MOVE "RUN" TO WS-DECISION
             WHEN OTHER
               MOVE "RERUN" TO WS-DECISION
           END-EVALUATE.
           PERFORM 3900-LOG-DECISION THRU 3900Z.

      *    A stream learns which slice it is from FBSTREAM, exactly
      *    as under the night JCL; FBRESTART tells it the slice was
      *    begun before, so it keeps what it finished.
           IF DRV-NEVER-STARTED(DRV-IDX) THEN
             MOVE "N" TO WS-RESTART-FLAG
           ELSE
             MOVE "Y" TO WS-RESTART-FLAG
           END-IF.
           DISPLAY "FBSTREAM" UPON ENVIRONMENT-NAME.
           DISPLAY DRV-STREAM-ID(DRV-IDX) UPON ENVIRONMENT-VALUE.
           DISPLAY "FBRESTART" UPON ENVIRONMENT-NAME.
           DISPLAY WS-RESTART-FLAG UPON ENVIRONMENT-VALUE.

           SET STEP-CALL-MADE TO TRUE.
           MOVE ZERO TO RETURN-CODE.
           CALL DRV-PROGRAM(DRV-IDX)
             ON EXCEPTION
               SET STEP-CALL-FAILED TO TRUE
           END-CALL.
           MOVE RETURN-CODE TO WS-STEP-RC.
           IF STEP-CALL-MADE THEN
             CANCEL DRV-PROGRAM(DRV-IDX)
           END-IF.
           ADD 1 TO CNT-STEPS-RUN.

           PERFORM 2000-SCAN-WINDOW-LOG THRU 2000Z.

           SET STEP-CLEAN TO TRUE.
           IF STEP-CALL-FAILED OR WS-STEP-RC >= 8
              OR NOT DRV-ENDED-CLEAN(DRV-IDX) THEN
             SET STEP-UNCLEAN TO TRUE
           END-IF.

           MOVE SPACES TO WS-OUTPUT-LINE.
           EVALUATE TRUE
             WHEN STEP-CALL-FAILED
               STRING "FBWINDRV: " DELIMITED BY SIZE
                 DRV-STEP-NAME(DRV-IDX) DELIMITED BY SPACE
                 " COULD NOT BE CALLED - PROGRAM " DELIMITED BY SIZE
                 DRV-PROGRAM(DRV-IDX) DELIMITED BY SPACE
                 " NOT FOUND" DELIMITED BY SIZE
                 INTO WS-OUTPUT-LINE
             WHEN DRV-NEVER-ENDED(DRV-IDX)
             WHEN DRV-NEVER-STARTED(DRV-IDX)
               STRING "FBWINDRV: " DELIMITED BY SIZE
                 DRV-STEP-NAME(DRV-IDX) DELIMITED BY SPACE
                 " RETURNED WITHOUT REPORTING AN END"
                   DELIMITED BY SIZE
                 INTO WS-OUTPUT-LINE
             WHEN OTHER
               STRING "FBWINDRV: " DELIMITED BY SIZE
                 DRV-STEP-NAME(DRV-IDX) DELIMITED BY SPACE
                 " ENDED " DELIMITED BY SIZE
                 DRV-OUTCOME(DRV-IDX) DELIMITED BY "  "
                 INTO WS-OUTPUT-LINE
           END-EVALUATE.
           DISPLAY WS-OUTPUT-LINE.

           IF STEP-UNCLEAN THEN
             PERFORM 3800-NOTE-UNCLEAN-STEP THRU 3800Z
           END-IF.

       3200Z.
           EXIT.

       3800-NOTE-UNCLEAN-STEP SECTION.
      *    An advisory step's trouble is reported, never inherited.
           ADD 1 TO CNT-STEPS-HELD.
           IF NOT DRV-ADVISORY(DRV-IDX)
              AND DRV-STAGE(DRV-IDX) < WS-UNCLEAN-STAGE THEN
             MOVE DRV-STAGE(DRV-IDX) TO WS-UNCLEAN-STAGE
           END-IF.

       3800Z.
           EXIT.

       3900-LOG-DECISION SECTION.
           MOVE "RESTRT" TO WS-WND-EVENT.
           MOVE WS-DECISION TO WS-WND-OUTCOME.
           PERFORM U03-WRITE-WINDOW-EVENT THRU U03Z.

           MOVE SPACES TO WS-OUTPUT-LINE.
           STRING "FBWINDRV: " DELIMITED BY SIZE
             DRV-STEP-NAME(DRV-IDX) DELIMITED BY SPACE
             " - " DELIMITED BY SIZE
             WS-DECISION DELIMITED BY "  "
             INTO WS-OUTPUT-LINE.
           DISPLAY WS-OUTPUT-LINE.

       3900Z.
           EXIT.

       U01-LOAD-WINDOW-ID SECTION.
           OPEN INPUT WINDOW-CTL.
           IF WCTL-STATUS = "00" THEN
             READ WINDOW-CTL
               AT END
                 CONTINUE
               NOT AT END
                 IF WCTL-WINDOW-ID IS NUMERIC
                    AND WCTL-WINDOW-ID > ZERO THEN
                   MOVE WCTL-WINDOW-ID TO WS-WINDOW-ID
                   SET WINDOW-KNOWN TO TRUE
                 END-IF
             END-READ
             CLOSE WINDOW-CTL
           END-IF.

       U01Z.
           EXIT.

       U02-LOAD-STREAM-COUNT SECTION.
      *    SPLITCTL is optional - one digit naming how many streams
      *    the window runs, the same card FBSPLIT dealt by.  Missing,
      *    unreadable or zero falls back to four.
           OPEN INPUT SPLIT-CTL.
           IF CTL-STATUS-NUM = 00 THEN
             READ SPLIT-CTL
               AT END
                 CONTINUE
               NOT AT END
                 IF CTL-STREAM-COUNT IS NUMERIC
                    AND CTL-STREAM-COUNT > 0 THEN
                   MOVE CTL-STREAM-COUNT TO WS-STREAM-COUNT
                 END-IF
             END-READ
             CLOSE SPLIT-CTL
           END-IF.

       U03-WRITE-WINDOW-EVENT SECTION.
      *    One event appended to the window trail - EXTEND per
      *    event, because every participant of the window appends
      *    to the same file, the steps this driver calls included.
           MOVE SPACES TO WINDOW-EVENT-RECORD.
           MOVE WS-WINDOW-ID TO WND-WINDOW-ID.
           MOVE WS-WND-STEP TO WND-STEP-NAME.
           MOVE WS-WND-EVENT TO WND-EVENT-CODE.
           ACCEPT WND-EVENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WND-EVENT-TIME FROM TIME.
           MOVE WS-WND-OUTCOME TO WND-OUTCOME.
           OPEN EXTEND WINDOW-LOG.
           IF WLOG-STATUS = "35" OR WLOG-STATUS = "05" THEN
             OPEN OUTPUT WINDOW-LOG
           END-IF.
           WRITE WINDOW-EVENT-RECORD.
           CLOSE WINDOW-LOG.

       U03Z.
           EXIT.

       U04-FIND-STEP SECTION.
           MOVE ZERO TO WS-FOUND-IDX.
           PERFORM U04A-MATCH-ONE-STEP THRU U04AZ
             VARYING DRV-SCAN-IDX FROM 1 BY 1
             UNTIL DRV-SCAN-IDX > DRV-COUNT.

       U04Z.
           EXIT.

       U04A-MATCH-ONE-STEP SECTION.
           IF WS-FOUND-IDX = ZERO
              AND DRV-STEP-NAME(DRV-SCAN-IDX) = WS-WANTED-STEP THEN
             MOVE DRV-SCAN-IDX TO WS-FOUND-IDX
           END-IF.

       U04AZ.
           EXIT.

       U09A-DE-EDIT-NUMBER SECTION.
      *    Turns WS-TRIM-SOURCE into WS-TRIM-RESULT - the same digits
      *    with the leading zeros a PIC 9 DISPLAY field is stored with
      *    suppressed, the way a person reading the number expects.
           MOVE WS-TRIM-SOURCE TO WS-TRIM-EDITED.
           MOVE ZERO TO WS-TRIM-LEAD-SPACES.
           INSPECT WS-TRIM-EDITED TALLYING WS-TRIM-LEAD-SPACES
             FOR LEADING SPACE.
           MOVE SPACES TO WS-TRIM-RESULT.
           MOVE WS-TRIM-EDITED(WS-TRIM-LEAD-SPACES + 1:)
             TO WS-TRIM-RESULT.

       U09AZ.
           EXIT.

       END PROGRAM FBWINDRV.
