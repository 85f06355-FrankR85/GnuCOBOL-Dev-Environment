       IDENTIFICATION DIVISION.
       PROGRAM-ID. FBFCAST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BATCHIN ASSIGN TO "BATCHIN"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BATCH-STATUS.

           SELECT SCHED-FILE ASSIGN TO "SCHEDFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SCHED-STATUS.

           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUDIT-STATUS.

           SELECT WINDOW-CTL ASSIGN TO "WINDOWCTL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WCTL-STATUS.

           SELECT WINDOW-LOG ASSIGN TO "WINDOWLOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WLOG-STATUS.

           SELECT SPLIT-CTL ASSIGN TO "SPLITCTL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CTL-STATUS.

           SELECT FCAST-CTL ASSIGN TO "FCASTCTL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FCTL-STATUS.

           SELECT FCAST-REPORT ASSIGN TO "FCASTRPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORT-STATUS.

           SELECT PARK-FILE ASSIGN TO "PARKFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PARK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BATCHIN.
       01 BATCH-RECORD      PIC X(80).

       FD SCHED-FILE.
      *    FBSCHED's own layout - frequency, day, and the BATCHIN
      *    line it generates verbatim when the entry is due.
       01 SCHED-RECORD.
           05 SCHED-FREQ        PIC X(08).
           05 SCHED-DAY         PIC 9(02).
           05 SCHED-REQUEST     PIC X(70).

       FD AUDIT-LOG.
           COPY AUDITREC.

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

       FD FCAST-CTL.
      *    Optional - how many minutes the window may run before the
      *    morning deliveries are late, and how many past windows
      *    the throughput is measured over.
       01 FCAST-CTL-RECORD.
           05 FCTL-WINDOW-MINUTES  PIC 9(04).
           05 FCTL-HISTORY-WINDOWS PIC 9(02).
           05 FCTL-RESERVED        PIC X(74).

       FD FCAST-REPORT.
       01 REPORT-LINE       PIC X(132).

       FD PARK-FILE.
           COPY PARKREC.

       WORKING-STORAGE SECTION.
       01 BATCH-STATUS         PIC X(02).
       01 BATCH-STATUS-NUM     REDEFINES BATCH-STATUS PIC 99.
       01 SCHED-STATUS         PIC X(02).
       01 SCHED-STATUS-NUM     REDEFINES SCHED-STATUS PIC 99.
       01 AUDIT-STATUS         PIC X(02).
       01 AUDIT-STATUS-NUM     REDEFINES AUDIT-STATUS PIC 99.
       01 WLOG-STATUS          PIC X(02).
       01 WLOG-STATUS-NUM      REDEFINES WLOG-STATUS PIC 99.
       01 WCTL-STATUS          PIC X(02).
       01 CTL-STATUS           PIC X(02).
       01 CTL-STATUS-NUM       REDEFINES CTL-STATUS PIC 99.
       01 FCTL-STATUS          PIC X(02).
       01 FCTL-STATUS-NUM      REDEFINES FCTL-STATUS PIC 99.
       01 REPORT-STATUS        PIC X(02).
       01 PARK-STATUS          PIC X(02).
       01 PARK-STATUS-NUM      REDEFINES PARK-STATUS PIC 99.

       01 WS-STREAM-COUNT      PIC 9(01) VALUE 4.

      *    Six hours unless FCASTCTL says otherwise - the standard
      *    night window, opened late evening and owed to the
      *    business by six.  Ten windows of history is enough to
      *    smooth one bad night out without reaching back past the
      *    last hardware change.
       01 FC-WINDOW-MINUTES    PIC 9(04) VALUE 360.
       01 FC-HISTORY-WANTED    PIC 9(02) VALUE 10.

      *    Window accounting - the id FBSCHED put on WINDOWCTL.
      *    The window being forecast is also the one window whose
      *    history must not be counted.
       01 WS-WINDOW-ID         PIC 9(14) VALUE ZERO.
       01 WINDOW-KNOWN-SW      PIC X(01) VALUE 'N'.
          88 WINDOW-KNOWN                VALUE 'Y'.
       01 WS-WND-EVENT         PIC X(06).
       01 WS-WND-OUTCOME       PIC X(08).

       01 WS-TODAY-DATE.
           05 WS-TODAY-YYYYMM   PIC 9(06).
           05 WS-TODAY-DAY      PIC 9(02).
       01 WS-TODAY-DATE-NUM    REDEFINES WS-TODAY-DATE PIC 9(08).
       01 WS-DAY-OF-WEEK       PIC 9(01).

      *    Tonight's staged master, one slot per line - the same
      *    thousand lines the splitter's table holds, so a line this
      *    step cannot see is one the splitter would refuse anyway.
       01 STAGED-TABLE.
           05 STG-ENTRY OCCURS 1000 TIMES.
              10 STG-IMAGE          PIC X(80).
              10 STG-START          PIC 9(20).
              10 STG-END            PIC 9(20).
              10 STG-STEP           PIC 9(10).
              10 STG-WEIGHT         PIC 9(20).
              10 STG-RERUN-OF       PIC 9(08).
      *    Set on the lines FBSCHED generated tonight, so a
      *    hand-staged line that repeats one can be told from the
      *    generated line itself.
              10 STG-SCHED-SW       PIC X(01).
                 88 STG-FROM-SCHED         VALUE 'Y'.
              10 STG-FLAG-SW        PIC X(01).
                 88 STG-FLAGGED            VALUE 'Y'.
      *    Set on a RESUME= line.  It is the rest of a run already
      *    under way, not a range staged afresh, so it is never
      *    a repeat of anything, nor anything a repeat of it.
              10 STG-RESUME-SW      PIC X(01).
                 88 STG-RESUMED            VALUE 'Y'.
       01 STG-COUNT            PIC 9(04) COMP VALUE ZERO.
       01 STG-IDX              PIC 9(04) COMP.
       01 STG-CMP-IDX          PIC 9(04) COMP.
       01 STG-MATCH-IDX        PIC 9(04) COMP.
       01 WS-LINE-NO           PIC 9(04).

      *    The SCHEDFILE entries due today, by the scheduler's own
      *    DAILY/WEEKLY/MONTHLY test.
       01 SCHED-DUE-TABLE.
           05 SDU-ENTRY OCCURS 500 TIMES.
              10 SDU-IMAGE          PIC X(70).
              10 SDU-START          PIC 9(20).
              10 SDU-END            PIC 9(20).
              10 SDU-STEP           PIC 9(10).
       01 SDU-COUNT            PIC 9(04) COMP VALUE ZERO.
       01 SDU-IDX              PIC 9(04) COMP.
       01 SDU-MATCH-IDX        PIC 9(04) COMP.
       01 ENTRY-DUE-SW         PIC X(01).
          88 ENTRY-DUE                   VALUE 'Y'.
          88 ENTRY-NOT-DUE               VALUE 'N'.

      *    Ranges AUDITLOG shows already run clean today - batch or
      *    CGI alike, a requester who ran it live this afternoon
      *    does not need it again tonight.
       01 TODAY-RUN-TABLE.
           05 TRN-ENTRY OCCURS 2000 TIMES.
              10 TRN-RUN-NUMBER     PIC 9(08).
              10 TRN-START          PIC 9(20).
              10 TRN-END            PIC 9(20).
              10 TRN-STEP           PIC 9(10).
       01 TRN-COUNT            PIC 9(04) COMP VALUE ZERO.
       01 TRN-IDX              PIC 9(04) COMP.
       01 TRN-MATCH-IDX        PIC 9(04) COMP.
       01 TRN-FULL-SW          PIC X(01) VALUE 'N'.
          88 TRN-FULL                    VALUE 'Y'.

      *    The most recent past windows: each one's id (its opening
      *    timestamp), the last moment a stream of it ended, the
      *    stream-seconds its FIZZBUZZ steps ran and the iterations
      *    AUDITLOG shows its batch runs worked inside that span.
       01 HISTORY-TABLE.
           05 HST-ENTRY OCCURS 30 TIMES.
              10 HST-WINDOW-ID      PIC 9(14).
              10 HST-LAST-END       PIC 9(14).
              10 HST-SECONDS        PIC 9(09).
              10 HST-ITERATIONS     PIC 9(20).
       01 HST-COUNT            PIC 9(02) COMP VALUE ZERO.
       01 HST-IDX              PIC 9(02) COMP.
       01 HST-LOW-IDX          PIC 9(02) COMP.
       01 HST-FOUND-IDX        PIC 9(02) COMP.

      *    START events waiting for their END, keyed by window and
      *    step - a restarted stream's second START simply replaces
      *    its first.
       01 PENDING-START-TABLE.
           05 PST-ENTRY OCCURS 300 TIMES.
              10 PST-WINDOW-ID      PIC 9(14).
              10 PST-STEP-NAME      PIC X(10).
              10 PST-DATE           PIC 9(08).
              10 PST-TIME           PIC 9(08).
       01 PST-COUNT            PIC 9(03) COMP VALUE ZERO.
       01 PST-IDX              PIC 9(03) COMP.
       01 PST-FOUND-IDX        PIC 9(03) COMP.

       01 WS-EVENT-TS.
           05 WS-ETS-DATE       PIC 9(08).
           05 WS-ETS-TIME       PIC 9(06).
       01 WS-EVENT-TS-NUM      REDEFINES WS-EVENT-TS PIC 9(14).

      *    Elapsed-time work, with FBWINRPT's simplification - a
      *    stream never spans more than one midnight.
       01 WS-TIME-PARTS.
           05 WS-TP-HH          PIC 9(02).
           05 WS-TP-MM          PIC 9(02).
           05 WS-TP-SS          PIC 9(02).
           05 WS-TP-HS          PIC 9(02).
       01 WS-SECONDS-OUT       PIC 9(06).
       01 WS-START-SECONDS     PIC 9(06).
       01 WS-ELAPSED-SECONDS   PIC S9(07).

      *    Parse workspace for one request line - the splitter's
      *    cut-down pair engine, with the same defaults, so a line
      *    is sized here exactly as FBSPLIT will weigh it.
       01 WS-PAIR-BUFFER       PIC X(80).
       01 WS-SCAN-PTR          PIC 9(04) COMP.
       01 WS-MORE-PAIRS-SWITCH PIC X(01).
          88 WS-MORE-PAIRS                VALUE 'Y'.
          88 WS-NO-MORE-PAIRS             VALUE 'N'.
       01 PARAMETER-PAIR       PIC X(40).
       01 POST-PARAMETER.
          05 PARAMETER-NAME    PIC X(20).
          05 PARAMETER-VALUE   PIC X(20).

       01 FC-END-NUMBER        PIC 9(20).
       01 FC-START-NUMBER      PIC 9(20).
       01 FC-STEP-NUMBER       PIC 9(10).
       01 FC-RERUN-OF          PIC 9(08).
      *    A RESUME= line - a held run an operator released - names
      *    only the run; what is left of it is weighed off the run's
      *    last PARKFILE record, from where it stopped to its END,
      *    exactly as FIZZBUZZ will pick it back up.
       01 FC-RESUME-RUN        PIC 9(08).
       01 FC-RESUME-SW         PIC X(01).
          88 FC-RESUMED                  VALUE 'Y'.
       01 PARK-FOUND-SW        PIC X(01).
          88 PARK-FOUND                  VALUE 'Y'.
          88 PARK-NOT-FOUND              VALUE 'N'.
       01 WS-PARK-REQUEST      PIC X(80).
       01 WS-PARK-LAST-NUMBER  PIC 9(20).
       01 WS-SPAN              PIC 9(20).
       01 WS-WEIGHT            PIC 9(20).

      *    The forecast itself.  Throughput is iterations worked per
      *    stream-second across the history windows; the heaviest
      *    stream tonight can be no lighter than an even share of
      *    the total, nor lighter than the single heaviest line.
       01 HIST-SECONDS         PIC 9(11) VALUE ZERO.
       01 HIST-ITERATIONS      PIC 9(20) VALUE ZERO.
       01 HIST-WINDOWS-USED    PIC 9(02) VALUE ZERO.
       01 HIST-RATE            PIC 9(20) VALUE ZERO.
       01 HISTORY-USABLE-SW    PIC X(01) VALUE 'N'.
          88 HISTORY-USABLE              VALUE 'Y'.
       01 FC-TOTAL-WEIGHT      PIC 9(20) VALUE ZERO.
       01 FC-HEAVIEST          PIC 9(20) VALUE ZERO.
       01 FC-DUP-WEIGHT        PIC 9(20) VALUE ZERO.
       01 FC-STREAM-LOAD       PIC 9(20) VALUE ZERO.
       01 FC-EST-SECONDS       PIC 9(09) VALUE ZERO.
       01 FC-LINE-SECONDS      PIC 9(09) VALUE ZERO.
       01 FC-WINDOW-SECONDS    PIC 9(07) VALUE ZERO.
       01 LOAD-FITS-SW         PIC X(01) VALUE 'Y'.
          88 LOAD-FITS                   VALUE 'Y'.
          88 LOAD-WILL-NOT-FIT           VALUE 'N'.
       01 CNT-FLAGGED          PIC 9(04) VALUE ZERO.

       01 WS-OUTPUT-LINE       PIC X(132).
       01 WS-FINDING           PIC X(60).
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
      *    Runs between FBSCHED and FBSPLIT, while BATCHIN is still
      *    one master file.  Every staged line is weighed the way
      *    the splitter weighs it, the night's load is turned into
      *    elapsed time off the throughput the last few windows
      *    actually achieved (WINDOWLOG stream times against the
      *    AUDITLOG runs worked inside them), and FCASTRPT says
      *    whether tonight fits the window.  The same report flags
      *    the lines not worth running: a range staged twice, a
      *    hand-staged line repeating a SCHEDFILE entry due
      *    tonight, and a range AUDITLOG shows already run clean
      *    today.  Nothing is pulled here - operations reads the
      *    report and pulls lines before the splitter deals them.
      *    Return code 4 when the load will not fit or anything is
      *    flagged, so the job stream can stop for a look.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-DAY-OF-WEEK FROM DAY-OF-WEEK.
           PERFORM U01-LOAD-STREAM-COUNT.
           PERFORM U02-LOAD-FORECAST-CONTROL.

           PERFORM U03-LOAD-WINDOW-ID THRU U03Z.
           MOVE "START" TO WS-WND-EVENT.
           MOVE SPACES TO WS-WND-OUTCOME.
           PERFORM U04-WRITE-WINDOW-EVENT THRU U04Z.

           PERFORM 1000-LOAD-DUE-SCHEDULE THRU 1000Z.
           PERFORM 2000-LOAD-STAGED-LINES THRU 2000Z.

           PERFORM 2500-CLAIM-ONE-SCHED-ENTRY THRU 2500Z
             VARYING SDU-IDX FROM SDU-COUNT BY -1
             UNTIL SDU-IDX < 1.

           PERFORM 3000-COLLECT-HISTORY THRU 3000Z.
           PERFORM 4000-SCAN-AUDIT-LOG THRU 4000Z.
           PERFORM 4500-COMPUTE-FORECAST THRU 4500Z.

           OPEN OUTPUT FCAST-REPORT.
           PERFORM 5000-PRINT-FORECAST THRU 5000Z.
           CLOSE FCAST-REPORT.

           MOVE STG-COUNT TO WS-TRIM-SOURCE.
           PERFORM U09A-DE-EDIT-NUMBER THRU U09AZ.
           MOVE WS-TRIM-RESULT TO WS-COUNT-A-TRIM.
           MOVE FC-EST-SECONDS TO WS-TRIM-SOURCE.
           PERFORM U09A-DE-EDIT-NUMBER THRU U09AZ.
           MOVE WS-TRIM-RESULT TO WS-COUNT-B-TRIM.
           MOVE CNT-FLAGGED TO WS-TRIM-SOURCE.
           PERFORM U09A-DE-EDIT-NUMBER THRU U09AZ.
           MOVE WS-TRIM-RESULT TO WS-COUNT-C-TRIM.
           MOVE SPACES TO WS-SUMMARY-LINE.
           IF HISTORY-USABLE THEN
             STRING "FBFCAST: " DELIMITED BY SIZE
               WS-COUNT-A-TRIM DELIMITED BY SPACE
               " LINE(S), EST " DELIMITED BY SIZE
               WS-COUNT-B-TRIM DELIMITED BY SPACE
               " SECOND(S), " DELIMITED BY SIZE
               WS-COUNT-C-TRIM DELIMITED BY SPACE
               " FLAGGED" DELIMITED BY SIZE
               INTO WS-SUMMARY-LINE
           ELSE
             STRING "FBFCAST: " DELIMITED BY SIZE
               WS-COUNT-A-TRIM DELIMITED BY SPACE
               " LINE(S), NO HISTORY TO TIME THEM, "
                 DELIMITED BY SIZE
               WS-COUNT-C-TRIM DELIMITED BY SPACE
               " FLAGGED" DELIMITED BY SIZE
               INTO WS-SUMMARY-LINE
           END-IF.
           DISPLAY WS-SUMMARY-LINE.

           MOVE "END" TO WS-WND-EVENT.
           IF LOAD-WILL-NOT-FIT OR CNT-FLAGGED > ZERO THEN
             DISPLAY "FBFCAST: SEE FCASTRPT BEFORE THE SPLIT RUNS"
             MOVE "WARN" TO WS-WND-OUTCOME
             MOVE 4 TO RETURN-CODE
           ELSE
             MOVE "OK" TO WS-WND-OUTCOME
           END-IF.
           PERFORM U04-WRITE-WINDOW-EVENT THRU U04Z.
           GOBACK.

       1000-LOAD-DUE-SCHEDULE SECTION.
      *    The scheduler's own due test, re-applied - this step only
      *    needs to know which standing entries FBSCHED appended
      *    tonight, not to append them again.
           OPEN INPUT SCHED-FILE.
           IF SCHED-STATUS-NUM = 00 THEN
             PERFORM 1100-LOAD-ONE-SCHED-ENTRY THRU 1100Z
               UNTIL SCHED-STATUS-NUM > 9
             CLOSE SCHED-FILE
           END-IF.

       1000Z.
           EXIT.

       1100-LOAD-ONE-SCHED-ENTRY SECTION.
           READ SCHED-FILE
             AT END
               MOVE 10 TO SCHED-STATUS-NUM
             NOT AT END
               SET ENTRY-NOT-DUE TO TRUE
               EVALUATE SCHED-FREQ
                 WHEN "DAILY"
                   SET ENTRY-DUE TO TRUE
                 WHEN "WEEKLY"
                   IF SCHED-DAY = WS-DAY-OF-WEEK THEN
                     SET ENTRY-DUE TO TRUE
                   END-IF
                 WHEN "MONTHLY"
                   IF SCHED-DAY = WS-TODAY-DAY THEN
                     SET ENTRY-DUE TO TRUE
                   END-IF
                 WHEN OTHER
                   CONTINUE
               END-EVALUATE
               IF ENTRY-DUE AND SDU-COUNT < 500 THEN
                 ADD 1 TO SDU-COUNT
                 MOVE SCHED-REQUEST TO SDU-IMAGE(SDU-COUNT)
                 MOVE SPACES TO WS-PAIR-BUFFER
                 MOVE SCHED-REQUEST TO WS-PAIR-BUFFER
                 PERFORM U05-PARSE-REQUEST-LINE THRU U05Z
                 MOVE FC-START-NUMBER TO SDU-START(SDU-COUNT)
                 MOVE FC-END-NUMBER TO SDU-END(SDU-COUNT)
                 MOVE FC-STEP-NUMBER TO SDU-STEP(SDU-COUNT)
               END-IF
           END-READ.

       1100Z.
           EXIT.

       2000-LOAD-STAGED-LINES SECTION.
      *    BATCHIN is read, never consumed - the splitter still has
      *    to deal it.
           OPEN INPUT BATCHIN.
           IF BATCH-STATUS-NUM = 00 THEN
             PERFORM 2100-LOAD-ONE-STAGED-LINE THRU 2100Z
               UNTIL BATCH-STATUS-NUM > 9
             CLOSE BATCHIN
           ELSE
             DISPLAY "FBFCAST: NO BATCHIN STAGED - NOTHING TO "
               "FORECAST"
           END-IF.

       2000Z.
           EXIT.

       2100-LOAD-ONE-STAGED-LINE SECTION.
           READ BATCHIN
             AT END
               MOVE 10 TO BATCH-STATUS-NUM
             NOT AT END
               IF STG-COUNT >= 1000 THEN
                 DISPLAY "FBFCAST: MASTER HOLDS MORE LINES THAN THE "
                   "SPLIT TABLE - THE REST ARE NOT FORECAST"
                 MOVE 10 TO BATCH-STATUS-NUM
               ELSE
                 ADD 1 TO STG-COUNT
                 MOVE BATCH-RECORD TO STG-IMAGE(STG-COUNT)
                 MOVE BATCH-RECORD TO WS-PAIR-BUFFER
                 PERFORM U05-PARSE-REQUEST-LINE THRU U05Z
                 IF FC-RESUMED THEN
                   PERFORM U08-LOAD-PARKED-RANGE THRU U08Z
                 END-IF
                 PERFORM U06-WEIGH-RANGE THRU U06Z
                 MOVE FC-START-NUMBER TO STG-START(STG-COUNT)
                 MOVE FC-END-NUMBER TO STG-END(STG-COUNT)
                 MOVE FC-STEP-NUMBER TO STG-STEP(STG-COUNT)
                 MOVE FC-RERUN-OF TO STG-RERUN-OF(STG-COUNT)
                 MOVE WS-WEIGHT TO STG-WEIGHT(STG-COUNT)
                 MOVE 'N' TO STG-SCHED-SW(STG-COUNT)
                 MOVE 'N' TO STG-FLAG-SW(STG-COUNT)
                 MOVE FC-RESUME-SW TO STG-RESUME-SW(STG-COUNT)
               END-IF
           END-READ.

       2100Z.
           EXIT.

       2500-CLAIM-ONE-SCHED-ENTRY SECTION.
      *    FBSCHED appends its lines after whatever was staged by
      *    hand, in schedule order, so working both lists from the
      *    bottom up pairs each due entry with the line it
      *    generated.  Whatever is left unclaimed was keyed by a
      *    person.
           MOVE ZERO TO STG-MATCH-IDX.
           PERFORM 2510-MATCH-ONE-STAGED-LINE THRU 2510Z
             VARYING STG-IDX FROM STG-COUNT BY -1
             UNTIL STG-IDX < 1 OR STG-MATCH-IDX > ZERO.
           IF STG-MATCH-IDX > ZERO THEN
             MOVE 'Y' TO STG-SCHED-SW(STG-MATCH-IDX)
           END-IF.

       2500Z.
           EXIT.

       2510-MATCH-ONE-STAGED-LINE SECTION.
           IF NOT STG-FROM-SCHED(STG-IDX)
              AND STG-IMAGE(STG-IDX) = SDU-IMAGE(SDU-IDX) THEN
             MOVE STG-IDX TO STG-MATCH-IDX
           END-IF.

       2510Z.
           EXIT.

       3000-COLLECT-HISTORY SECTION.
      *    Pass one picks the latest windows off their OPEN events;
      *    pass two times every FIZZBUZZ step of those windows from
      *    START to END.  The window being forecast is in progress
      *    and is never its own history.
           OPEN INPUT WINDOW-LOG.
           IF WLOG-STATUS-NUM = 00 THEN
             PERFORM 3100-NOTE-ONE-OPEN THRU 3100Z
               UNTIL WLOG-STATUS-NUM > 9
             CLOSE WINDOW-LOG
           END-IF.

           IF HST-COUNT > ZERO THEN
             OPEN INPUT WINDOW-LOG
             IF WLOG-STATUS-NUM = 00 THEN
               PERFORM 3200-TIME-ONE-EVENT THRU 3200Z
                 UNTIL WLOG-STATUS-NUM > 9
               CLOSE WINDOW-LOG
             END-IF
           END-IF.

       3000Z.
           EXIT.

       3100-NOTE-ONE-OPEN SECTION.
      *    Once the table is full a newer window displaces the
      *    oldest one held.
           READ WINDOW-LOG
             AT END
               MOVE 10 TO WLOG-STATUS-NUM
             NOT AT END
               IF WND-EVENT-OPEN
                  AND WND-WINDOW-ID IS NUMERIC
                  AND WND-WINDOW-ID NOT = WS-WINDOW-ID THEN
                 IF HST-COUNT < FC-HISTORY-WANTED THEN
                   ADD 1 TO HST-COUNT
                   MOVE HST-COUNT TO HST-LOW-IDX
                   PERFORM 3110-SEAT-WINDOW THRU 3110Z
                 ELSE
                   MOVE 1 TO HST-LOW-IDX
                   PERFORM 3120-NOTE-OLDEST-WINDOW THRU 3120Z
                     VARYING HST-IDX FROM 2 BY 1
                     UNTIL HST-IDX > HST-COUNT
                   IF WND-WINDOW-ID > HST-WINDOW-ID(HST-LOW-IDX) THEN
                     PERFORM 3110-SEAT-WINDOW THRU 3110Z
                   END-IF
                 END-IF
               END-IF
           END-READ.

       3100Z.
           EXIT.

       3110-SEAT-WINDOW SECTION.
           MOVE WND-WINDOW-ID TO HST-WINDOW-ID(HST-LOW-IDX).
           MOVE ZERO TO HST-LAST-END(HST-LOW-IDX)
             HST-SECONDS(HST-LOW-IDX) HST-ITERATIONS(HST-LOW-IDX).

       3110Z.
           EXIT.

       3120-NOTE-OLDEST-WINDOW SECTION.
           IF HST-WINDOW-ID(HST-IDX) < HST-WINDOW-ID(HST-LOW-IDX) THEN
             MOVE HST-IDX TO HST-LOW-IDX
           END-IF.

       3120Z.
           EXIT.

       3200-TIME-ONE-EVENT SECTION.
      *    Only the steps that actually work ranges count - the
      *    streams, or the classic unsuffixed driver on a window
      *    that was never split.
           READ WINDOW-LOG
             AT END
               MOVE 10 TO WLOG-STATUS-NUM
             NOT AT END
               IF WND-STEP-NAME(1:6) = "STREAM"
                  OR WND-STEP-NAME = "FIZZBUZZ" THEN
                 PERFORM 3210-FIND-HISTORY-WINDOW THRU 3210Z
                 IF HST-FOUND-IDX > ZERO THEN
                   EVALUATE TRUE
                     WHEN WND-EVENT-START
                       PERFORM 3300-NOTE-STEP-START THRU 3300Z
                     WHEN WND-EVENT-END
                       PERFORM 3400-NOTE-STEP-END THRU 3400Z
                     WHEN OTHER
                       CONTINUE
                   END-EVALUATE
                 END-IF
               END-IF
           END-READ.

       3200Z.
           EXIT.

       3210-FIND-HISTORY-WINDOW SECTION.
           MOVE ZERO TO HST-FOUND-IDX.
           PERFORM 3220-MATCH-ONE-WINDOW THRU 3220Z
             VARYING HST-IDX FROM 1 BY 1
             UNTIL HST-IDX > HST-COUNT.

       3210Z.
           EXIT.

       3220-MATCH-ONE-WINDOW SECTION.
           IF HST-FOUND-IDX = ZERO
              AND HST-WINDOW-ID(HST-IDX) = WND-WINDOW-ID THEN
             MOVE HST-IDX TO HST-FOUND-IDX
           END-IF.

       3220Z.
           EXIT.

       3300-NOTE-STEP-START SECTION.
           PERFORM 3310-FIND-PENDING-START THRU 3310Z.
           IF PST-FOUND-IDX = ZERO AND PST-COUNT < 300 THEN
             ADD 1 TO PST-COUNT
             MOVE PST-COUNT TO PST-FOUND-IDX
             MOVE WND-WINDOW-ID TO PST-WINDOW-ID(PST-FOUND-IDX)
             MOVE WND-STEP-NAME TO PST-STEP-NAME(PST-FOUND-IDX)
           END-IF.
           IF PST-FOUND-IDX > ZERO THEN
             MOVE WND-EVENT-DATE TO PST-DATE(PST-FOUND-IDX)
             MOVE WND-EVENT-TIME TO PST-TIME(PST-FOUND-IDX)
           END-IF.

       3300Z.
           EXIT.

       3310-FIND-PENDING-START SECTION.
           MOVE ZERO TO PST-FOUND-IDX.
           PERFORM 3320-MATCH-ONE-PENDING THRU 3320Z
             VARYING PST-IDX FROM 1 BY 1
             UNTIL PST-IDX > PST-COUNT.

       3310Z.
           EXIT.

       3320-MATCH-ONE-PENDING SECTION.
           IF PST-FOUND-IDX = ZERO
              AND PST-WINDOW-ID(PST-IDX) = WND-WINDOW-ID
              AND PST-STEP-NAME(PST-IDX) = WND-STEP-NAME THEN
             MOVE PST-IDX TO PST-FOUND-IDX
           END-IF.

       3320Z.
           EXIT.

       3400-NOTE-STEP-END SECTION.
      *    The stream's elapsed time joins its window's total, and
      *    the end stamp stretches the span inside which that
      *    window's AUDITLOG runs are counted.
           PERFORM 3310-FIND-PENDING-START THRU 3310Z.
           IF PST-FOUND-IDX > ZERO THEN
             MOVE PST-TIME(PST-FOUND-IDX) TO WS-TIME-PARTS
             PERFORM U07-TIME-TO-SECONDS
             MOVE WS-SECONDS-OUT TO WS-START-SECONDS
             MOVE WND-EVENT-TIME TO WS-TIME-PARTS
             PERFORM U07-TIME-TO-SECONDS
             COMPUTE WS-ELAPSED-SECONDS =
               WS-SECONDS-OUT - WS-START-SECONDS
             IF WND-EVENT-DATE NOT = PST-DATE(PST-FOUND-IDX) THEN
               ADD 86400 TO WS-ELAPSED-SECONDS
             END-IF
             IF WS-ELAPSED-SECONDS < ZERO THEN
               MOVE ZERO TO WS-ELAPSED-SECONDS
             END-IF
             ADD WS-ELAPSED-SECONDS TO HST-SECONDS(HST-FOUND-IDX)

             MOVE WND-EVENT-DATE TO WS-ETS-DATE
             MOVE WND-EVENT-TIME(1:6) TO WS-ETS-TIME
             IF WS-EVENT-TS-NUM > HST-LAST-END(HST-FOUND-IDX) THEN
               MOVE WS-EVENT-TS-NUM TO HST-LAST-END(HST-FOUND-IDX)
             END-IF
           END-IF.

       3400Z.
           EXIT.

       4000-SCAN-AUDIT-LOG SECTION.
      *    One pass does double duty: clean batch runs stamped
      *    inside a history window's span are the iterations that
      *    window worked, and today's clean runs are the ranges
      *    tonight need not repeat.  A run that failed, or that an
      *    operator held or cancelled part way, did not work its
      *    whole range and would only inflate the rate.  Records
      *    older than the full request capture weigh in off END
      *    alone, the classic 1-BY-1 run, and cannot be matched for
      *    repeats.
           OPEN INPUT AUDIT-LOG.
           IF AUDIT-STATUS-NUM = 00 THEN
             PERFORM 4100-SCAN-ONE-AUDIT-RECORD THRU 4100Z
               UNTIL AUDIT-STATUS-NUM > 9
             CLOSE AUDIT-LOG
           END-IF.

       4000Z.
           EXIT.

       4100-SCAN-ONE-AUDIT-RECORD SECTION.
           READ AUDIT-LOG
             AT END
               MOVE 10 TO AUDIT-STATUS-NUM
             NOT AT END
               IF AUDIT-RUN-DATE IS NUMERIC THEN
                 IF AUDIT-BATCH-RUN AND HST-COUNT > ZERO
                    AND AUDIT-RUN-STATUS = "00" THEN
                   PERFORM 4200-CHARGE-HISTORY-WINDOW THRU 4200Z
                 END-IF
                 IF AUDIT-RUN-DATE = WS-TODAY-DATE-NUM
                    AND AUDIT-RUN-STATUS = "00"
                    AND AUDIT-START-NUMBER IS NUMERIC
                    AND AUDIT-STEP-NUMBER IS NUMERIC THEN
                   PERFORM 4300-NOTE-TODAY-RUN THRU 4300Z
                 END-IF
               END-IF
           END-READ.

       4100Z.
           EXIT.

       4200-CHARGE-HISTORY-WINDOW SECTION.
           MOVE AUDIT-RUN-DATE TO WS-ETS-DATE.
           MOVE AUDIT-RUN-TIME(1:6) TO WS-ETS-TIME.
           MOVE ZERO TO HST-FOUND-IDX.
           PERFORM 4210-MATCH-WINDOW-SPAN THRU 4210Z
             VARYING HST-IDX FROM 1 BY 1
             UNTIL HST-IDX > HST-COUNT.

           IF HST-FOUND-IDX > ZERO THEN
             MOVE 1 TO FC-START-NUMBER
             MOVE 1 TO FC-STEP-NUMBER
             MOVE ZERO TO FC-END-NUMBER
             IF AUDIT-END-NUMBER IS NUMERIC THEN
               MOVE AUDIT-END-NUMBER TO FC-END-NUMBER
             END-IF
             IF AUDIT-START-NUMBER IS NUMERIC
                AND AUDIT-STEP-NUMBER IS NUMERIC THEN
               MOVE AUDIT-START-NUMBER TO FC-START-NUMBER
               MOVE AUDIT-STEP-NUMBER TO FC-STEP-NUMBER
             END-IF
             PERFORM U06-WEIGH-RANGE THRU U06Z
             ADD WS-WEIGHT TO HST-ITERATIONS(HST-FOUND-IDX)
               ON SIZE ERROR
                 MOVE 99999999999999999999
                   TO HST-ITERATIONS(HST-FOUND-IDX)
             END-ADD
           END-IF.

       4200Z.
           EXIT.

       4210-MATCH-WINDOW-SPAN SECTION.
           IF HST-FOUND-IDX = ZERO
              AND HST-SECONDS(HST-IDX) > ZERO
              AND WS-EVENT-TS-NUM >= HST-WINDOW-ID(HST-IDX)
              AND WS-EVENT-TS-NUM <= HST-LAST-END(HST-IDX) THEN
             MOVE HST-IDX TO HST-FOUND-IDX
           END-IF.

       4210Z.
           EXIT.

       4300-NOTE-TODAY-RUN SECTION.
           IF TRN-COUNT >= 2000 THEN
             IF NOT TRN-FULL THEN
               SET TRN-FULL TO TRUE
               DISPLAY "FBFCAST: MORE THAN 2000 RUNS TODAY - LATER "
                 "ONES NOT CHECKED FOR REPEATS"
             END-IF
           ELSE
             ADD 1 TO TRN-COUNT
             MOVE AUDIT-RUN-NUMBER TO TRN-RUN-NUMBER(TRN-COUNT)
             MOVE AUDIT-START-NUMBER TO TRN-START(TRN-COUNT)
             MOVE AUDIT-END-NUMBER TO TRN-END(TRN-COUNT)
             MOVE AUDIT-STEP-NUMBER TO TRN-STEP(TRN-COUNT)
           END-IF.

       4300Z.
           EXIT.

       4500-COMPUTE-FORECAST SECTION.
      *    Windows that ran no stream, or whose streams worked no
      *    audited run, say nothing about throughput and are left
      *    out rather than averaged in as zero.
           PERFORM 4510-ADD-ONE-HISTORY-WINDOW THRU 4510Z
             VARYING HST-IDX FROM 1 BY 1
             UNTIL HST-IDX > HST-COUNT.
           IF HIST-SECONDS > ZERO AND HIST-ITERATIONS > ZERO THEN
             SET HISTORY-USABLE TO TRUE
             COMPUTE HIST-RATE = HIST-ITERATIONS / HIST-SECONDS
           END-IF.

           PERFORM 4520-ADD-ONE-STAGED-LINE THRU 4520Z
             VARYING STG-IDX FROM 1 BY 1
             UNTIL STG-IDX > STG-COUNT.

           COMPUTE FC-STREAM-LOAD =
             (FC-TOTAL-WEIGHT + WS-STREAM-COUNT - 1) / WS-STREAM-COUNT
             ON SIZE ERROR
               MOVE FC-TOTAL-WEIGHT TO FC-STREAM-LOAD
           END-COMPUTE.
           IF FC-HEAVIEST > FC-STREAM-LOAD THEN
             MOVE FC-HEAVIEST TO FC-STREAM-LOAD
           END-IF.

           COMPUTE FC-WINDOW-SECONDS = FC-WINDOW-MINUTES * 60.
           IF HISTORY-USABLE THEN
             COMPUTE FC-EST-SECONDS =
               FC-STREAM-LOAD * HIST-SECONDS / HIST-ITERATIONS
               ON SIZE ERROR
                 MOVE 999999999 TO FC-EST-SECONDS
             END-COMPUTE
             IF FC-EST-SECONDS > FC-WINDOW-SECONDS THEN
               SET LOAD-WILL-NOT-FIT TO TRUE
             END-IF
           END-IF.

       4500Z.
           EXIT.

       4510-ADD-ONE-HISTORY-WINDOW SECTION.
           IF HST-SECONDS(HST-IDX) > ZERO
              AND HST-ITERATIONS(HST-IDX) > ZERO THEN
             ADD 1 TO HIST-WINDOWS-USED
             ADD HST-SECONDS(HST-IDX) TO HIST-SECONDS
             ADD HST-ITERATIONS(HST-IDX) TO HIST-ITERATIONS
               ON SIZE ERROR
                 MOVE 99999999999999999999 TO HIST-ITERATIONS
             END-ADD
           END-IF.

       4510Z.
           EXIT.

       4520-ADD-ONE-STAGED-LINE SECTION.
           ADD STG-WEIGHT(STG-IDX) TO FC-TOTAL-WEIGHT
             ON SIZE ERROR
               MOVE 99999999999999999999 TO FC-TOTAL-WEIGHT
           END-ADD.
           IF STG-WEIGHT(STG-IDX) > FC-HEAVIEST THEN
             MOVE STG-WEIGHT(STG-IDX) TO FC-HEAVIEST
           END-IF.

       4520Z.
           EXIT.

       5000-PRINT-FORECAST SECTION.
           MOVE SPACES TO WS-OUTPUT-LINE.
           IF WINDOW-KNOWN THEN
             STRING "PRE-WINDOW FORECAST - WINDOW " DELIMITED BY SIZE
               WS-WINDOW-ID DELIMITED BY SIZE
               INTO WS-OUTPUT-LINE
           ELSE
             STRING "PRE-WINDOW FORECAST - NO WINDOW OPEN - "
               DELIMITED BY SIZE
               WS-TODAY-DATE DELIMITED BY SIZE
               INTO WS-OUTPUT-LINE
           END-IF.
           PERFORM 9000-WRITE-REPORT-LINE THRU 9000Z.

           MOVE SPACES TO WS-OUTPUT-LINE.
           PERFORM 9000-WRITE-REPORT-LINE THRU 9000Z.
           MOVE SPACES TO WS-OUTPUT-LINE.
           MOVE "LINE" TO WS-OUTPUT-LINE(1:4).
           MOVE "WEIGHT" TO WS-OUTPUT-LINE(7:6).
           MOVE "EST-S" TO WS-OUTPUT-LINE(29:5).
           MOVE "REQUEST" TO WS-OUTPUT-LINE(40:7).
           PERFORM 9000-WRITE-REPORT-LINE THRU 9000Z.

           PERFORM 5100-PRINT-ONE-LINE THRU 5100Z
             VARYING STG-IDX FROM 1 BY 1
             UNTIL STG-IDX > STG-COUNT.

           MOVE SPACES TO WS-OUTPUT-LINE.
           PERFORM 9000-WRITE-REPORT-LINE THRU 9000Z.
           PERFORM 5500-PRINT-TOTALS THRU 5500Z.

       5000Z.
           EXIT.

       5100-PRINT-ONE-LINE SECTION.
           MOVE SPACES TO WS-OUTPUT-LINE.
           MOVE STG-IDX TO WS-LINE-NO.
           MOVE WS-LINE-NO TO WS-OUTPUT-LINE(1:4).
           MOVE STG-WEIGHT(STG-IDX) TO WS-TRIM-SOURCE.
           PERFORM U09A-DE-EDIT-NUMBER THRU U09AZ.
           MOVE WS-TRIM-RESULT TO WS-OUTPUT-LINE(7:20).
           IF HISTORY-USABLE THEN
             COMPUTE FC-LINE-SECONDS =
               STG-WEIGHT(STG-IDX) * HIST-SECONDS / HIST-ITERATIONS
               ON SIZE ERROR
                 MOVE 999999999 TO FC-LINE-SECONDS
             END-COMPUTE
             MOVE FC-LINE-SECONDS TO WS-TRIM-SOURCE
             PERFORM U09A-DE-EDIT-NUMBER THRU U09AZ
             MOVE WS-TRIM-RESULT TO WS-OUTPUT-LINE(29:9)
           ELSE
             MOVE "?" TO WS-OUTPUT-LINE(29:1)
           END-IF.
           MOVE STG-IMAGE(STG-IDX) TO WS-OUTPUT-LINE(40:80).
           PERFORM 9000-WRITE-REPORT-LINE THRU 9000Z.

           IF NOT STG-RESUMED(STG-IDX) THEN
             PERFORM 5200-CHECK-STAGED-REPEAT THRU 5200Z
             PERFORM 5300-CHECK-SCHED-REPEAT THRU 5300Z
             PERFORM 5400-CHECK-TODAY-REPEAT THRU 5400Z
           END-IF.

           IF STG-FLAGGED(STG-IDX) THEN
             ADD 1 TO CNT-FLAGGED
             ADD STG-WEIGHT(STG-IDX) TO FC-DUP-WEIGHT
               ON SIZE ERROR
                 MOVE 99999999999999999999 TO FC-DUP-WEIGHT
             END-ADD
           END-IF.

       5100Z.
           EXIT.

       5200-CHECK-STAGED-REPEAT SECTION.
      *    The first copy of a range is the one left standing; each
      *    later copy names the line it repeats.
           MOVE ZERO TO STG-MATCH-IDX.
           PERFORM 5210-MATCH-EARLIER-LINE THRU 5210Z
             VARYING STG-CMP-IDX FROM 1 BY 1
             UNTIL STG-CMP-IDX >= STG-IDX OR STG-MATCH-IDX > ZERO.
           IF STG-MATCH-IDX > ZERO THEN
             MOVE STG-MATCH-IDX TO WS-LINE-NO
             MOVE SPACES TO WS-FINDING
             STRING "SAME START/END/STEP AS BATCHIN LINE "
               DELIMITED BY SIZE
               WS-LINE-NO DELIMITED BY SIZE
               INTO WS-FINDING
             PERFORM 5900-PRINT-FINDING THRU 5900Z
           END-IF.

       5200Z.
           EXIT.

       5210-MATCH-EARLIER-LINE SECTION.
           IF NOT STG-RESUMED(STG-CMP-IDX)
              AND STG-START(STG-CMP-IDX) = STG-START(STG-IDX)
              AND STG-END(STG-CMP-IDX) = STG-END(STG-IDX)
              AND STG-STEP(STG-CMP-IDX) = STG-STEP(STG-IDX) THEN
             MOVE STG-CMP-IDX TO STG-MATCH-IDX
           END-IF.

       5210Z.
           EXIT.

       5300-CHECK-SCHED-REPEAT SECTION.
           IF NOT STG-FROM-SCHED(STG-IDX) THEN
             MOVE ZERO TO SDU-MATCH-IDX
             PERFORM 5310-MATCH-SCHED-ENTRY THRU 5310Z
               VARYING SDU-IDX FROM 1 BY 1
               UNTIL SDU-IDX > SDU-COUNT OR SDU-MATCH-IDX > ZERO
             IF SDU-MATCH-IDX > ZERO THEN
               MOVE "HAND-STAGED REPEAT OF A TONIGHT SCHEDFILE ENTRY"
                 TO WS-FINDING
               PERFORM 5900-PRINT-FINDING THRU 5900Z
             END-IF
           END-IF.

       5300Z.
           EXIT.

       5310-MATCH-SCHED-ENTRY SECTION.
           IF SDU-START(SDU-IDX) = STG-START(STG-IDX)
              AND SDU-END(SDU-IDX) = STG-END(STG-IDX)
              AND SDU-STEP(SDU-IDX) = STG-STEP(STG-IDX) THEN
             MOVE SDU-IDX TO SDU-MATCH-IDX
           END-IF.

       5310Z.
           EXIT.

       5400-CHECK-TODAY-REPEAT SECTION.
      *    A line FBRERUN staged is a repeat on purpose - the
      *    original's output was lost - and is not flagged.
           IF STG-RERUN-OF(STG-IDX) = ZERO THEN
             MOVE ZERO TO TRN-MATCH-IDX
             PERFORM 5410-MATCH-TODAY-RUN THRU 5410Z
               VARYING TRN-IDX FROM 1 BY 1
               UNTIL TRN-IDX > TRN-COUNT OR TRN-MATCH-IDX > ZERO
             IF TRN-MATCH-IDX > ZERO THEN
               MOVE TRN-RUN-NUMBER(TRN-MATCH-IDX) TO WS-TRIM-SOURCE
               PERFORM U09A-DE-EDIT-NUMBER THRU U09AZ
               MOVE SPACES TO WS-FINDING
               STRING "ALREADY RUN CLEAN TODAY AS RUN "
                 DELIMITED BY SIZE
                 WS-TRIM-RESULT DELIMITED BY SPACE
                 INTO WS-FINDING
               PERFORM 5900-PRINT-FINDING THRU 5900Z
             END-IF
           END-IF.

       5400Z.
           EXIT.

       5410-MATCH-TODAY-RUN SECTION.
           IF TRN-START(TRN-IDX) = STG-START(STG-IDX)
              AND TRN-END(TRN-IDX) = STG-END(STG-IDX)
              AND TRN-STEP(TRN-IDX) = STG-STEP(STG-IDX) THEN
             MOVE TRN-IDX TO TRN-MATCH-IDX
           END-IF.

       5410Z.
           EXIT.

       5500-PRINT-TOTALS SECTION.
           MOVE STG-COUNT TO WS-TRIM-SOURCE.
           PERFORM U09A-DE-EDIT-NUMBER THRU U09AZ.
           MOVE SPACES TO WS-OUTPUT-LINE.
           MOVE "LINES STAGED" TO WS-OUTPUT-LINE(1:20).
           MOVE WS-TRIM-RESULT TO WS-OUTPUT-LINE(22:20).
           PERFORM 9000-WRITE-REPORT-LINE THRU 9000Z.

           MOVE FC-TOTAL-WEIGHT TO WS-TRIM-SOURCE.
           PERFORM U09A-DE-EDIT-NUMBER THRU U09AZ.
           MOVE SPACES TO WS-OUTPUT-LINE.
           MOVE "TOTAL WEIGHT" TO WS-OUTPUT-LINE(1:20).
           STRING WS-TRIM-RESULT DELIMITED BY SPACE
             " ITERATION(S)" DELIMITED BY SIZE
             INTO WS-OUTPUT-LINE(22:40).
           PERFORM 9000-WRITE-REPORT-LINE THRU 9000Z.

           MOVE FC-HEAVIEST TO WS-TRIM-SOURCE.
           PERFORM U09A-DE-EDIT-NUMBER THRU U09AZ.
           MOVE SPACES TO WS-OUTPUT-LINE.
           MOVE "HEAVIEST LINE" TO WS-OUTPUT-LINE(1:20).
           STRING WS-TRIM-RESULT DELIMITED BY SPACE
             " ITERATION(S)" DELIMITED BY SIZE
             INTO WS-OUTPUT-LINE(22:40).
           PERFORM 9000-WRITE-REPORT-LINE THRU 9000Z.

           MOVE WS-STREAM-COUNT TO WS-TRIM-SOURCE.
           PERFORM U09A-DE-EDIT-NUMBER THRU U09AZ.
           MOVE WS-TRIM-RESULT TO WS-COUNT-A-TRIM.
           MOVE FC-STREAM-LOAD TO WS-TRIM-SOURCE.
           PERFORM U09A-DE-EDIT-NUMBER THRU U09AZ.
           MOVE SPACES TO WS-OUTPUT-LINE.
           MOVE "HEAVIEST STREAM" TO WS-OUTPUT-LINE(1:20).
           STRING WS-TRIM-RESULT DELIMITED BY SPACE
             " ITERATION(S) OR MORE, ACROSS " DELIMITED BY SIZE
             WS-COUNT-A-TRIM DELIMITED BY SPACE
             " STREAM(S)" DELIMITED BY SIZE
             INTO WS-OUTPUT-LINE(22:80).
           PERFORM 9000-WRITE-REPORT-LINE THRU 9000Z.

           MOVE HIST-WINDOWS-USED TO WS-TRIM-SOURCE.
           PERFORM U09A-DE-EDIT-NUMBER THRU U09AZ.
           MOVE WS-TRIM-RESULT TO WS-COUNT-A-TRIM.
           MOVE HIST-RATE TO WS-TRIM-SOURCE.
           PERFORM U09A-DE-EDIT-NUMBER THRU U09AZ.
           MOVE WS-TRIM-RESULT TO WS-COUNT-B-TRIM.
           MOVE SPACES TO WS-OUTPUT-LINE.
           MOVE "THROUGHPUT" TO WS-OUTPUT-LINE(1:20).
           IF HISTORY-USABLE THEN
             STRING WS-COUNT-B-TRIM DELIMITED BY SPACE
               " ITERATION(S) PER STREAM-SECOND OVER "
                 DELIMITED BY SIZE
               WS-COUNT-A-TRIM DELIMITED BY SPACE
               " WINDOW(S)" DELIMITED BY SIZE
               INTO WS-OUTPUT-LINE(22:100)
           ELSE
             MOVE "NO WINDOW HISTORY WITH AUDITED RUNS TO MEASURE"
               TO WS-OUTPUT-LINE(22:60)
           END-IF.
           PERFORM 9000-WRITE-REPORT-LINE THRU 9000Z.

           MOVE FC-WINDOW-SECONDS TO WS-TRIM-SOURCE.
           PERFORM U09A-DE-EDIT-NUMBER THRU U09AZ.
           MOVE WS-TRIM-RESULT TO WS-COUNT-A-TRIM.
           MOVE FC-EST-SECONDS TO WS-TRIM-SOURCE.
           PERFORM U09A-DE-EDIT-NUMBER THRU U09AZ.
           MOVE SPACES TO WS-OUTPUT-LINE.
           MOVE "ESTIMATED ELAPSED" TO WS-OUTPUT-LINE(1:20).
           IF HISTORY-USABLE THEN
             STRING WS-TRIM-RESULT DELIMITED BY SPACE
               " SECOND(S) OF " DELIMITED BY SIZE
               WS-COUNT-A-TRIM DELIMITED BY SPACE
               " THE WINDOW ALLOWS" DELIMITED BY SIZE
               INTO WS-OUTPUT-LINE(22:80)
           ELSE
             MOVE "NOT ESTIMATED" TO WS-OUTPUT-LINE(22:13)
           END-IF.
           PERFORM 9000-WRITE-REPORT-LINE THRU 9000Z.

           MOVE CNT-FLAGGED TO WS-TRIM-SOURCE.
           PERFORM U09A-DE-EDIT-NUMBER THRU U09AZ.
           MOVE WS-TRIM-RESULT TO WS-COUNT-A-TRIM.
           MOVE FC-DUP-WEIGHT TO WS-TRIM-SOURCE.
           PERFORM U09A-DE-EDIT-NUMBER THRU U09AZ.
           MOVE SPACES TO WS-OUTPUT-LINE.
           MOVE "LINES FLAGGED" TO WS-OUTPUT-LINE(1:20).
           STRING WS-COUNT-A-TRIM DELIMITED BY SPACE
             ", CARRYING " DELIMITED BY SIZE
             WS-TRIM-RESULT DELIMITED BY SPACE
             " ITERATION(S)" DELIMITED BY SIZE
             INTO WS-OUTPUT-LINE(22:80).
           PERFORM 9000-WRITE-REPORT-LINE THRU 9000Z.

           MOVE SPACES TO WS-OUTPUT-LINE.
           PERFORM 9000-WRITE-REPORT-LINE THRU 9000Z.
           MOVE SPACES TO WS-OUTPUT-LINE.
           EVALUATE TRUE
             WHEN LOAD-WILL-NOT-FIT
               STRING "*** TONIGHT'S LOAD WILL NOT FIT THE WINDOW - "
                 DELIMITED BY SIZE
                 "PULL LINES BEFORE THE SPLIT RUNS ***"
                 DELIMITED BY SIZE
                 INTO WS-OUTPUT-LINE
             WHEN HISTORY-USABLE
               MOVE "TONIGHT'S LOAD FITS THE WINDOW" TO WS-OUTPUT-LINE
             WHEN OTHER
               MOVE "TONIGHT'S LOAD NOT TIMED - NO HISTORY"
                 TO WS-OUTPUT-LINE
           END-EVALUATE.
           PERFORM 9000-WRITE-REPORT-LINE THRU 9000Z.

       5500Z.
           EXIT.

       5900-PRINT-FINDING SECTION.
           MOVE 'Y' TO STG-FLAG-SW(STG-IDX).
           MOVE SPACES TO WS-OUTPUT-LINE.
           STRING "      *** " DELIMITED BY SIZE
             WS-FINDING DELIMITED BY SIZE
             INTO WS-OUTPUT-LINE.
           PERFORM 9000-WRITE-REPORT-LINE THRU 9000Z.

       5900Z.
           EXIT.

       9000-WRITE-REPORT-LINE SECTION.
           MOVE WS-OUTPUT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       9000Z.
           EXIT.

       U01-LOAD-STREAM-COUNT SECTION.
      *    SPLITCTL is optional - one digit naming how many streams
      *    the window runs, the same card FBSPLIT deals by.  Missing,
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

       U02-LOAD-FORECAST-CONTROL SECTION.
      *    FCASTCTL is optional.  A zero or unreadable field leaves
      *    its default standing; more history than the table holds
      *    is cut back to thirty windows.
           OPEN INPUT FCAST-CTL.
           IF FCTL-STATUS-NUM = 00 THEN
             READ FCAST-CTL
               AT END
                 CONTINUE
               NOT AT END
                 IF FCTL-WINDOW-MINUTES IS NUMERIC
                    AND FCTL-WINDOW-MINUTES > 0 THEN
                   MOVE FCTL-WINDOW-MINUTES TO FC-WINDOW-MINUTES
                 END-IF
                 IF FCTL-HISTORY-WINDOWS IS NUMERIC
                    AND FCTL-HISTORY-WINDOWS > 0 THEN
                   MOVE FCTL-HISTORY-WINDOWS TO FC-HISTORY-WANTED
                 END-IF
             END-READ
             CLOSE FCAST-CTL
           END-IF.
           IF FC-HISTORY-WANTED > 30 THEN
             MOVE 30 TO FC-HISTORY-WANTED
           END-IF.

       U03-LOAD-WINDOW-ID SECTION.
      *    The id of the window being forecast, as FBSCHED left it
      *    on WINDOWCTL.
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

       U03Z.
           EXIT.

       U04-WRITE-WINDOW-EVENT SECTION.
      *    One event appended to the window trail - EXTEND per
      *    event, because every participant of the window appends
      *    to the same file.
           IF WINDOW-KNOWN THEN
             MOVE SPACES TO WINDOW-EVENT-RECORD
             MOVE WS-WINDOW-ID TO WND-WINDOW-ID
             MOVE "FBFCAST" TO WND-STEP-NAME
             MOVE WS-WND-EVENT TO WND-EVENT-CODE
             ACCEPT WND-EVENT-DATE FROM DATE YYYYMMDD
             ACCEPT WND-EVENT-TIME FROM TIME
             MOVE WS-WND-OUTCOME TO WND-OUTCOME
             OPEN EXTEND WINDOW-LOG
             IF WLOG-STATUS = "35" OR WLOG-STATUS = "05" THEN
               OPEN OUTPUT WINDOW-LOG
             END-IF
             WRITE WINDOW-EVENT-RECORD
             CLOSE WINDOW-LOG
           END-IF.

       U04Z.
           EXIT.

       U05-PARSE-REQUEST-LINE SECTION.
      *    Peels the NAME=VALUE pairs off WS-PAIR-BUFFER with the
      *    run's own defaults - START and STEP of one, END of zero.
      *    A value that will not move cleanly into its numeric field
      *    leaves the default standing; the run's edit pass judges
      *    the line, this step only sizes it.
           MOVE ZERO TO FC-END-NUMBER FC-RERUN-OF FC-RESUME-RUN.
           MOVE 'N' TO FC-RESUME-SW.
           MOVE 1 TO FC-START-NUMBER.
           MOVE 1 TO FC-STEP-NUMBER.
           MOVE 1 TO WS-SCAN-PTR.
           SET WS-MORE-PAIRS TO TRUE.
           PERFORM U05A-PARSE-ONE-PAIR THRU U05AZ
             UNTIL WS-NO-MORE-PAIRS.

       U05Z.
           EXIT.

       U05A-PARSE-ONE-PAIR SECTION.
           IF WS-SCAN-PTR > LENGTH OF WS-PAIR-BUFFER THEN
             SET WS-NO-MORE-PAIRS TO TRUE
           ELSE
             MOVE SPACES TO PARAMETER-PAIR
             UNSTRING WS-PAIR-BUFFER DELIMITED BY "&" OR SPACE
               INTO PARAMETER-PAIR
               WITH POINTER WS-SCAN-PTR

             IF PARAMETER-PAIR = SPACES THEN
               SET WS-NO-MORE-PAIRS TO TRUE
             ELSE
               PERFORM U05B-ASSIGN-ONE-PAIR THRU U05BZ
             END-IF
           END-IF.

       U05AZ.
           EXIT.

       U05B-ASSIGN-ONE-PAIR SECTION.
           MOVE SPACES TO PARAMETER-NAME PARAMETER-VALUE.
           UNSTRING PARAMETER-PAIR
             DELIMITED BY "="
             INTO PARAMETER-NAME
             PARAMETER-VALUE.

           EVALUATE PARAMETER-NAME
             WHEN "END"
               UNSTRING PARAMETER-VALUE
                 DELIMITED BY SPACE
                 INTO FC-END-NUMBER
             WHEN "START"
               UNSTRING PARAMETER-VALUE
                 DELIMITED BY SPACE
                 INTO FC-START-NUMBER
             WHEN "STEP"
               UNSTRING PARAMETER-VALUE
                 DELIMITED BY SPACE
                 INTO FC-STEP-NUMBER
             WHEN "RERUNOF"
               UNSTRING PARAMETER-VALUE
                 DELIMITED BY SPACE
                 INTO FC-RERUN-OF
               IF FC-RERUN-OF IS NOT NUMERIC THEN
                 MOVE ZERO TO FC-RERUN-OF
               END-IF
             WHEN "RESUME"
               SET FC-RESUMED TO TRUE
               UNSTRING PARAMETER-VALUE
                 DELIMITED BY SPACE
                 INTO FC-RESUME-RUN
               IF FC-RESUME-RUN IS NOT NUMERIC THEN
                 MOVE ZERO TO FC-RESUME-RUN
               END-IF
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

       U05BZ.
           EXIT.

       U06-WEIGH-RANGE SECTION.
      *    FBSPLIT's REQ-WEIGHT to the letter - the span taken
      *    whichever way round the bounds were keyed, over STEP,
      *    plus one; a zero STEP weighs in at one iteration.
           IF FC-STEP-NUMBER = ZERO THEN
             MOVE 1 TO WS-WEIGHT
           ELSE
             IF FC-END-NUMBER > FC-START-NUMBER THEN
               COMPUTE WS-SPAN = FC-END-NUMBER - FC-START-NUMBER
             ELSE
               COMPUTE WS-SPAN = FC-START-NUMBER - FC-END-NUMBER
             END-IF
             COMPUTE WS-WEIGHT = WS-SPAN / FC-STEP-NUMBER + 1
           END-IF.

       U06Z.
           EXIT.

       U07-TIME-TO-SECONDS SECTION.
           COMPUTE WS-SECONDS-OUT =
             WS-TP-HH * 3600 + WS-TP-MM * 60 + WS-TP-SS.

       U08-LOAD-PARKED-RANGE SECTION.
      *    FBSPLIT's 1180-LOAD-PARKED-RANGE to the letter.  The run's
      *    last PARKFILE record is the one that says where it stands
      *    - only a released hold is resumed, and anything else is
      *    left at the defaults for the run to refuse.  The held
      *    request line is parsed in place of the RESUME= line, then
      *    its START is moved up to where the run stopped, so U06
      *    sizes only what is left.
           SET PARK-NOT-FOUND TO TRUE.
           IF FC-RESUME-RUN > ZERO THEN
             OPEN INPUT PARK-FILE
             IF PARK-STATUS-NUM = 00 THEN
               PERFORM U08A-SCAN-ONE-PARK-RECORD THRU U08AZ
                 UNTIL PARK-STATUS-NUM > 9
               CLOSE PARK-FILE
             END-IF
           END-IF.

           IF PARK-FOUND THEN
             MOVE WS-PARK-REQUEST TO WS-PAIR-BUFFER
             PERFORM U05-PARSE-REQUEST-LINE THRU U05Z
             SET FC-RESUMED TO TRUE
             IF WS-PARK-LAST-NUMBER > ZERO THEN
               MOVE WS-PARK-LAST-NUMBER TO FC-START-NUMBER
             END-IF
           END-IF.

       U08Z.
           EXIT.

       U08A-SCAN-ONE-PARK-RECORD SECTION.
           READ PARK-FILE
             AT END
               MOVE 10 TO PARK-STATUS-NUM
             NOT AT END
               IF PARK-RUN-NUMBER IS NUMERIC
                  AND PARK-RUN-NUMBER = FC-RESUME-RUN THEN
                 IF PARK-RELEASED THEN
                   SET PARK-FOUND TO TRUE
                   MOVE PARK-REQUEST TO WS-PARK-REQUEST
                   MOVE PARK-LAST-NUMBER TO WS-PARK-LAST-NUMBER
                 ELSE
                   SET PARK-NOT-FOUND TO TRUE
                 END-IF
               END-IF
           END-READ.

       U08AZ.
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

       END PROGRAM FBFCAST.
