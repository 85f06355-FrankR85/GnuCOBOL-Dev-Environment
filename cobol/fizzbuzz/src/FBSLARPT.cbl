       IDENTIFICATION DIVISION.
       PROGRAM-ID. FBSLARPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUDIT-STATUS.

           SELECT ARCHIVE-FILE ASSIGN DYNAMIC WS-ARCHIVE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ARCH-STATUS.

           SELECT DELIVERY-LOG ASSIGN TO "DLVLOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DLOG-STATUS.

           SELECT WINDOW-LOG ASSIGN TO "WINDOWLOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WLOG-STATUS.

           SELECT SLA-CTL ASSIGN TO "SLACTLIN"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CTL-STATUS.

           SELECT SLA-REPORT ASSIGN TO "SLAREPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD AUDIT-LOG.
           COPY AUDITREC.

       FD ARCHIVE-FILE.
       01 ARCH-RECORD       PIC X(160).

       FD DELIVERY-LOG.
           COPY DLVREC.

       FD WINDOW-LOG.
           COPY WNDREC.

       FD SLA-CTL.
       01 SLA-CTL-RECORD.
           05 SLA-REPORT-MONTH  PIC 9(06).
           05 SLA-RESERVED      PIC X(74).

       FD SLA-REPORT.
       01 REPORT-LINE       PIC X(132).

       WORKING-STORAGE SECTION.
       01 AUDIT-STATUS         PIC X(02).
       01 AUDIT-STATUS-NUM     REDEFINES AUDIT-STATUS PIC 99.
       01 ARCH-STATUS          PIC X(02).
       01 ARCH-STATUS-NUM      REDEFINES ARCH-STATUS PIC 99.
       01 DLOG-STATUS          PIC X(02).
       01 DLOG-STATUS-NUM      REDEFINES DLOG-STATUS PIC 99.
       01 WLOG-STATUS          PIC X(02).
       01 WLOG-STATUS-NUM      REDEFINES WLOG-STATUS PIC 99.
       01 CTL-STATUS           PIC X(02).
       01 CTL-STATUS-NUM       REDEFINES CTL-STATUS PIC 99.
       01 REPORT-STATUS        PIC X(02).
       01 WS-ARCHIVE-NAME      PIC X(20).

      *    The record being examined, wherever it came from - live
      *    file or archive generation - lands here first, the same
      *    convention every other AUDITLOG reader uses.
           COPY AUDITREC REPLACING LEADING ==AUDIT== BY ==WORK==.

      *    The month under review - its deadlines, not its run
      *    dates, decide what is in it - and the two archive
      *    generations a deadline in it can have been run in: the
      *    month itself and the one before.
       01 WS-REPORT-MONTH      PIC 9(06).
       01 WS-TODAY-DATE        PIC 9(08).
       01 WS-TODAY-MONTH       REDEFINES WS-TODAY-DATE PIC 9(06).
       01 WS-NOW-TIME          PIC 9(08).
       01 WS-MONTH-FIRST-DATE  PIC 9(08).
       01 WS-MONTH-LAST-DATE   PIC 9(08).
       01 WS-WALK-MONTH.
           05 WS-WM-YEAR        PIC 9(04).
           05 WS-WM-MONTH       PIC 9(02).
       01 WS-WALK-MONTH-NUM    REDEFINES WS-WALK-MONTH PIC 9(06).

      *    Moments are compared as YYYYMMDDHHMMSS throughout - the
      *    shape a window id already has - so a deadline keyed to
      *    the minute is widened with zero seconds and an event's
      *    HHMMSSss time loses its hundredths.
       01 WS-STAMP.
           05 WS-STAMP-DATE      PIC 9(08).
           05 WS-STAMP-TIME      PIC 9(06).
       01 WS-STAMP-NUM         REDEFINES WS-STAMP PIC 9(14).
       01 WS-NOW-STAMP         PIC 9(14).
       01 WS-DEADLINE-STAMP    PIC 9(14).
       01 WS-NEEDBY-WORK       PIC 9(12).
       01 WS-NEEDBY-PARTS      REDEFINES WS-NEEDBY-WORK.
           05 WS-NEEDBY-DATE    PIC 9(08).
           05 WS-NEEDBY-HHMM    PIC 9(04).

      *    Every batch run whose NEEDBY= deadline falls in the month,
      *    off its audit record, with what DLVLOG says became of its
      *    deliverable and - for a missed deadline - the delivery
      *    chain's steps off the run's own window on WINDOWLOG: the
      *    split, the stream (or the classic driver) that ran it,
      *    the merge, and the distribution.
       01 DUE-TABLE.
           05 DUE-ENTRY OCCURS 1000 TIMES.
              10 DUE-RUN-NUMBER     PIC 9(08).
              10 DUE-RUN-PARTS REDEFINES DUE-RUN-NUMBER.
                 15 DUE-RUN-SEQUENCE PIC 9(01).
                 15 DUE-RUN-SERIAL  PIC 9(07).
              10 DUE-USER-ID        PIC X(08).
              10 DUE-DEPT-CODE      PIC X(08).
              10 DUE-NEEDED-BY      PIC 9(12).
              10 DUE-RUN-STAMP      PIC 9(14).
              10 DUE-WINDOW-ID      PIC 9(14).
              10 DUE-WINDOW-LOGGED-SW PIC X(01).
                 88 DUE-WINDOW-LOGGED      VALUE 'Y'.
              10 DUE-DLV-OUTCOME    PIC X(10).
                 88 DUE-DELIVERED          VALUE "DELIVERED".
                 88 DUE-DLV-CANCELLED      VALUE "CANCELLED".
      *    Y when the run's audit record shows an operator CANCEL.
              10 DUE-RUN-CANCELLED-SW PIC X(01).
                 88 DUE-RUN-CANCELLED      VALUE 'Y'.
              10 DUE-DLV-STAMP      PIC 9(14).
              10 DUE-VERDICT        PIC X(01).
                 88 DUE-ON-TIME            VALUE 'O'.
                 88 DUE-LATE               VALUE 'L'.
                 88 DUE-NEVER              VALUE 'N'.
                 88 DUE-NOT-YET            VALUE 'P'.
                 88 DUE-CANCELLED          VALUE 'C'.
                 88 DUE-MISSED             VALUE 'L' 'N'.
              10 DUE-HELD-STEP      PIC X(10).
              10 DUE-HELD-CAUSE     PIC X(30).
              10 DUE-STEP-COUNT     PIC 9(01).
              10 DUE-STEP OCCURS 4 TIMES.
                 15 DST-STEP-NAME      PIC X(10).
      *    Blank until the step is seen to START on the run's
      *    window; S started, E ended clean, F ended badly.  A later
      *    START - the restart driver rerunning it - begins again.
                 15 DST-STATE          PIC X(01).
                    88 DST-NEVER-RAN          VALUE ' '.
                    88 DST-STARTED            VALUE 'S'.
                    88 DST-ENDED-CLEAN        VALUE 'E'.
                    88 DST-ENDED-BADLY        VALUE 'F'.
                 15 DST-END-STAMP      PIC 9(14).
                 15 DST-OUTCOME        PIC X(08).
       01 DUE-COUNT            PIC 9(04) COMP VALUE ZERO.
       01 DUE-IDX              PIC 9(04) COMP.
       01 DUE-SCAN-IDX         PIC 9(04) COMP.
       01 WS-FOUND-IDX         PIC 9(04) COMP.
       01 CNT-DUE-DROPPED      PIC 9(06) VALUE ZERO.
       01 STEP-IDX             PIC 9(01) COMP.
       01 WS-STEP-FOUND-IDX    PIC 9(01) COMP.
       01 HELD-FOUND-SW        PIC X(01).
          88 HELD-FOUND                  VALUE 'Y'.
       01 WS-STREAM-DIGIT      PIC 9(01).

      *    One bucket per department with a deadline in the month,
      *    and one per week commencing Monday that the month
      *    touches.  Records written before requester identity was
      *    carried - and requests that simply named no DEPT= - land
      *    under (NONE), as on the chargeback.
       01 DEPT-TABLE.
           05 DEPT-ENTRY OCCURS 100 TIMES.
              10 DEPT-CODE          PIC X(08).
              10 DEPT-ON-TIME       PIC 9(06).
              10 DEPT-LATE          PIC 9(06).
              10 DEPT-NEVER         PIC 9(06).
       01 DEPT-COUNT           PIC 9(03) COMP VALUE ZERO.
       01 DEPT-IDX             PIC 9(03) COMP.
       01 WS-WANTED-DEPT       PIC X(08).
       01 WS-DEPT-FOUND-IDX    PIC 9(03) COMP.
       01 DEPT-OVERFLOW-SW     PIC X(01) VALUE 'N'.
          88 DEPT-OVERFLOWED             VALUE 'Y'.

       01 WEEK-TABLE.
           05 WEEK-ENTRY OCCURS 6 TIMES.
              10 WEEK-START-DATE    PIC 9(08).
              10 WEEK-ON-TIME       PIC 9(06).
              10 WEEK-LATE          PIC 9(06).
              10 WEEK-NEVER         PIC 9(06).
       01 WEEK-COUNT           PIC 9(01) COMP VALUE ZERO.
       01 WEEK-IDX             PIC 9(01) COMP.
       01 WS-WEEK-FOUND-IDX    PIC 9(01) COMP.

       01 MONTH-TOTALS.
           05 TOT-ON-TIME          PIC 9(06) VALUE ZERO.
           05 TOT-LATE             PIC 9(06) VALUE ZERO.
           05 TOT-NEVER            PIC 9(06) VALUE ZERO.
           05 TOT-NOT-YET          PIC 9(06) VALUE ZERO.
           05 TOT-CANCELLED        PIC 9(06) VALUE ZERO.

      *    The counts one report line is printed from, whichever
      *    section it belongs to.
       01 LINE-COUNTS.
           05 LINE-KEY             PIC X(10).
           05 LINE-ON-TIME         PIC 9(06).
           05 LINE-LATE            PIC 9(06).
           05 LINE-NEVER           PIC 9(06).
       01 LINE-DUE             PIC 9(07).
       01 LINE-PERCENT         PIC 9(03).

       01 SORT-IDX              PIC 9(03) COMP.
       01 SORT-SWAPPED-SWITCH   PIC X(01).
          88 SORT-SWAPPED                 VALUE 'Y'.
          88 SORT-DONE                    VALUE 'N'.
       01 SORT-TEMP-ENTRY       PIC X(26).

      *    Calendar arithmetic - back and forward a day at a time,
      *    month lengths and leap years respected, and the day of
      *    the week by Zeller's congruence.
       01 WS-DT.
           05 WS-DT-YEAR        PIC 9(04).
           05 WS-DT-MONTH       PIC 9(02).
           05 WS-DT-DAY         PIC 9(02).
       01 WS-DT-NUM            REDEFINES WS-DT PIC 9(08).
       01 WS-LEAP-REM4         PIC 9(04).
       01 WS-LEAP-REM100       PIC 9(04).
       01 WS-LEAP-REM400       PIC 9(04).
       01 WS-LEAP-QUOT         PIC 9(04).
       01 WS-MONTH-LENGTH      PIC 9(02).
       01 MONTH-DAYS-TABLE.
           05 FILLER PIC X(24) VALUE "312831303130313130313031".
       01 MONTH-DAYS REDEFINES MONTH-DAYS-TABLE.
           05 MONTH-DAY-COUNT   PIC 9(02) OCCURS 12 TIMES.
       01 ZLR-MONTH            PIC 9(02).
       01 ZLR-YEAR             PIC 9(04).
       01 ZLR-CENTURY          PIC 9(02).
       01 ZLR-YEAR-OF-CENTURY  PIC 9(02).
       01 ZLR-TERM             PIC 9(04).
       01 ZLR-SUM              PIC 9(05).
       01 ZLR-QUOT             PIC 9(05).
      *    Days since the Monday on or before WS-DT - zero on a
      *    Monday, six on a Sunday.
       01 WS-DAYS-PAST-MONDAY  PIC 9(01).

       01 WS-PAGE-NUMBER       PIC 9(04) VALUE ZERO.
       01 WS-LINE-COUNT        PIC 9(02) VALUE 99.
       01 LINES-PER-PAGE       PIC 9(02) VALUE 55.

       01 WS-OUTPUT-LINE       PIC X(132).
      *    De-editing workspace - a numeric DISPLAY field MOVEd or
      *    STRING'd straight into an alphanumeric field copies its
      *    zero-padded digit string verbatim, so the report's counts
      *    all pass through here on the way out.
       01 WS-TRIM-SOURCE        PIC 9(20).
       01 WS-TRIM-EDITED        PIC Z(19)9.
       01 WS-TRIM-RESULT        PIC X(20).
       01 WS-TRIM-LEAD-SPACES   PIC 9(02) COMP.
       01 WS-COUNT-A-TRIM       PIC X(20).
       01 WS-COUNT-B-TRIM       PIC X(20).
       01 WS-SUMMARY-LINE       PIC X(80).

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
      *    The delivery turnaround report for the monthly service
      *    review.  Every batch run whose NEEDBY= deadline falls in
      *    the month is judged against FBDIST's delivery log: ON
      *    TIME when its piece was delivered by the deadline, LATE
      *    when after it, NEVER DELIVERED when the deadline passed
      *    with no delivery - a piece that failed to DISTEXCP, or a
      *    run that never reached FBDIST at all.  Counts go by
      *    department and by week, and every missed deadline is
      *    listed with the window step that held it up, read off
      *    WINDOWLOG.  SLACTLIN may name the month; missing, it is
      *    the current one, and deadlines still ahead are counted
      *    as not yet due rather than as failures.  A run an
      *    operator cancelled was stopped on purpose and owed
      *    nothing; it is counted apart and is no failure either.
      *    RETURN-CODE 4 when any deadline in the month was missed.
           PERFORM U01-LOAD-REPORT-MONTH.

           PERFORM 1000-COLLECT-DUE-RUNS THRU 1000Z.
           PERFORM 2000-MATCH-DELIVERIES THRU 2000Z.
           PERFORM 3000-PLACE-IN-WINDOWS THRU 3000Z.
           PERFORM 4000-JUDGE-DELIVERIES THRU 4000Z.
           IF TOT-LATE > 0 OR TOT-NEVER > 0 THEN
             PERFORM 5000-TRACE-HOLDING-STEPS THRU 5000Z
           END-IF.
           PERFORM 6000-TALLY-VERDICTS THRU 6000Z.

           OPEN OUTPUT SLA-REPORT.
           PERFORM 7000-PRINT-DEPT-SECTION THRU 7000Z.
           PERFORM 7100-PRINT-WEEK-SECTION THRU 7100Z.
           PERFORM 7200-PRINT-MISSED-SECTION THRU 7200Z.
           CLOSE SLA-REPORT.

           IF TOT-LATE > 0 OR TOT-NEVER > 0 THEN
             MOVE 4 TO RETURN-CODE
           END-IF.

           COMPUTE WS-TRIM-SOURCE = TOT-LATE + TOT-NEVER.
           PERFORM U09A-DE-EDIT-NUMBER THRU U09AZ.
           MOVE WS-TRIM-RESULT TO WS-COUNT-A-TRIM.
           MOVE TOT-ON-TIME TO WS-TRIM-SOURCE.
           PERFORM U09A-DE-EDIT-NUMBER THRU U09AZ.
           MOVE WS-TRIM-RESULT TO WS-COUNT-B-TRIM.
           MOVE SPACES TO WS-SUMMARY-LINE.
           STRING "FBSLARPT: MONTH " DELIMITED BY SIZE
             WS-REPORT-MONTH DELIMITED BY SIZE
             " - " DELIMITED BY SIZE
             WS-COUNT-B-TRIM DELIMITED BY SPACE
             " ON TIME, " DELIMITED BY SIZE
             WS-COUNT-A-TRIM DELIMITED BY SPACE
             " DEADLINE(S) MISSED" DELIMITED BY SIZE
             INTO WS-SUMMARY-LINE.
           DISPLAY WS-SUMMARY-LINE.
           GOBACK.

       1000-COLLECT-DUE-RUNS SECTION.
      *    The audit books are the list of what was owed - the
      *    delivery log only knows the runs that reached FBDIST.
      *    The month's own generation and the one before it are
      *    read first, then the live file, since FBAUDARC may not
      *    have cut either yet.  A run seen twice - a restarted
      *    stream carries on under its first audit record - is
      *    owed once.
           MOVE WS-REPORT-MONTH TO WS-WALK-MONTH-NUM.
           PERFORM U04-WALK-BACK-ONE-MONTH.
           PERFORM 1010-SCAN-ONE-GENERATION THRU 1010Z.
           MOVE WS-REPORT-MONTH TO WS-WALK-MONTH-NUM.
           PERFORM 1010-SCAN-ONE-GENERATION THRU 1010Z.

           OPEN INPUT AUDIT-LOG.
           IF AUDIT-STATUS-NUM = 00 THEN
             PERFORM 1030-READ-ONE-LIVE THRU 1030Z
               UNTIL AUDIT-STATUS-NUM > 9
             CLOSE AUDIT-LOG
           END-IF.

       1000Z.
           EXIT.

       1010-SCAN-ONE-GENERATION SECTION.
           MOVE SPACES TO WS-ARCHIVE-NAME.
           STRING "AUDARC." DELIMITED BY SIZE
             WS-WALK-MONTH DELIMITED BY SIZE
             INTO WS-ARCHIVE-NAME.

           OPEN INPUT ARCHIVE-FILE.
           IF ARCH-STATUS-NUM = 00 THEN
             PERFORM 1020-READ-ONE-ARCHIVED THRU 1020Z
               UNTIL ARCH-STATUS-NUM > 9
             CLOSE ARCHIVE-FILE
           END-IF.

       1010Z.
           EXIT.

       1020-READ-ONE-ARCHIVED SECTION.
           READ ARCHIVE-FILE
             AT END
               MOVE 10 TO ARCH-STATUS-NUM
             NOT AT END
               IF ARCH-RECORD(1:1) = "*" THEN
                 CONTINUE
               ELSE
                 MOVE ARCH-RECORD TO WORK-RECORD
                 PERFORM 1100-NOTE-DUE-RUN THRU 1100Z
               END-IF
           END-READ.

       1020Z.
           EXIT.

       1030-READ-ONE-LIVE SECTION.
           READ AUDIT-LOG
             AT END
               MOVE 10 TO AUDIT-STATUS-NUM
             NOT AT END
               MOVE AUDIT-RECORD TO WORK-RECORD
               PERFORM 1100-NOTE-DUE-RUN THRU 1100Z
           END-READ.

       1030Z.
           EXIT.

       1100-NOTE-DUE-RUN SECTION.
      *    Only a batch run can be delivered, and only one that was
      *    promised for a moment in the month is judged here.
      *    Records older than the deadline carry spaces there.
           IF WORK-BATCH-RUN
              AND WORK-RUN-NUMBER IS NUMERIC
              AND WORK-NEEDED-BY IS NUMERIC
              AND WORK-NEEDED-BY > ZERO THEN
             MOVE WORK-NEEDED-BY TO WS-NEEDBY-WORK
             IF WS-NEEDBY-DATE >= WS-MONTH-FIRST-DATE
                AND WS-NEEDBY-DATE <= WS-MONTH-LAST-DATE THEN
               MOVE ZERO TO WS-FOUND-IDX
               PERFORM 1110-MATCH-ONE-DUE THRU 1110Z
                 VARYING DUE-SCAN-IDX FROM 1 BY 1
                 UNTIL DUE-SCAN-IDX > DUE-COUNT
                    OR WS-FOUND-IDX > ZERO
               IF WS-FOUND-IDX = ZERO THEN
                 PERFORM 1120-ADD-DUE-RUN THRU 1120Z
               ELSE
                 IF WORK-RUN-CANCELLED THEN
                   MOVE 'Y' TO DUE-RUN-CANCELLED-SW(WS-FOUND-IDX)
                 END-IF
               END-IF
             END-IF
           END-IF.

       1100Z.
           EXIT.

       1110-MATCH-ONE-DUE SECTION.
           IF DUE-RUN-NUMBER(DUE-SCAN-IDX) = WORK-RUN-NUMBER THEN
             MOVE DUE-SCAN-IDX TO WS-FOUND-IDX
           END-IF.

       1110Z.
           EXIT.

       1120-ADD-DUE-RUN SECTION.
           IF DUE-COUNT >= 1000 THEN
             ADD 1 TO CNT-DUE-DROPPED
           ELSE
             ADD 1 TO DUE-COUNT
             MOVE DUE-COUNT TO DUE-IDX
             INITIALIZE DUE-ENTRY(DUE-IDX)
             MOVE WORK-RUN-NUMBER TO DUE-RUN-NUMBER(DUE-IDX)
             MOVE WORK-USER-ID TO DUE-USER-ID(DUE-IDX)
             MOVE WORK-DEPT-CODE TO DUE-DEPT-CODE(DUE-IDX)
             MOVE WORK-NEEDED-BY TO DUE-NEEDED-BY(DUE-IDX)
             MOVE WORK-RUN-DATE TO WS-STAMP-DATE
             MOVE WORK-RUN-TIME(1:6) TO WS-STAMP-TIME
             MOVE WS-STAMP-NUM TO DUE-RUN-STAMP(DUE-IDX)
             IF WORK-RUN-CANCELLED THEN
               MOVE 'Y' TO DUE-RUN-CANCELLED-SW(DUE-IDX)
             END-IF
           END-IF.

       1120Z.
           EXIT.

       2000-MATCH-DELIVERIES SECTION.
           OPEN INPUT DELIVERY-LOG.
           IF DLOG-STATUS-NUM = 00 THEN
             PERFORM 2010-READ-ONE-DELIVERY THRU 2010Z
               UNTIL DLOG-STATUS-NUM > 9
             CLOSE DELIVERY-LOG
           END-IF.

       2000Z.
           EXIT.

       2010-READ-ONE-DELIVERY SECTION.
           READ DELIVERY-LOG
             AT END
               MOVE 10 TO DLOG-STATUS-NUM
             NOT AT END
               IF DLV-RUN-NUMBER IS NUMERIC THEN
                 MOVE ZERO TO WS-FOUND-IDX
                 PERFORM 2020-MATCH-ONE-DELIVERY THRU 2020Z
                   VARYING DUE-SCAN-IDX FROM 1 BY 1
                   UNTIL DUE-SCAN-IDX > DUE-COUNT
                      OR WS-FOUND-IDX > ZERO
                 IF WS-FOUND-IDX > ZERO THEN
                   PERFORM 2100-TAKE-DELIVERY THRU 2100Z
                 END-IF
               END-IF
           END-READ.

       2010Z.
           EXIT.

       2020-MATCH-ONE-DELIVERY SECTION.
           IF DUE-RUN-NUMBER(DUE-SCAN-IDX) = DLV-RUN-NUMBER THEN
             MOVE DUE-SCAN-IDX TO WS-FOUND-IDX
           END-IF.

       2020Z.
           EXIT.

       2100-TAKE-DELIVERY SECTION.
      *    The log only grows, so it reads in time order.  The
      *    first DELIVERED record is the delivery - a distribution
      *    step rerun afterwards cannot un-deliver it.  Until then
      *    the latest failure stands as the reason nothing arrived.
           IF NOT DUE-DELIVERED(WS-FOUND-IDX) THEN
             MOVE DLV-OUTCOME TO DUE-DLV-OUTCOME(WS-FOUND-IDX)
             MOVE DLV-EVENT-DATE TO WS-STAMP-DATE
             MOVE DLV-EVENT-TIME(1:6) TO WS-STAMP-TIME
             MOVE WS-STAMP-NUM TO DUE-DLV-STAMP(WS-FOUND-IDX)
             IF DLV-WINDOW-ID IS NUMERIC
                AND DLV-WINDOW-ID > ZERO THEN
               MOVE DLV-WINDOW-ID TO DUE-WINDOW-ID(WS-FOUND-IDX)
               MOVE 'Y' TO DUE-WINDOW-LOGGED-SW(WS-FOUND-IDX)
             END-IF
           END-IF.

       2100Z.
           EXIT.

       3000-PLACE-IN-WINDOWS SECTION.
      *    A run that never reached FBDIST has no logged window.
      *    Window ids are opening stamps, so its window is the
      *    latest one opened at or before the run's audit stamp.
           OPEN INPUT WINDOW-LOG.
           IF WLOG-STATUS-NUM = 00 THEN
             PERFORM 3010-READ-ONE-OPEN THRU 3010Z
               UNTIL WLOG-STATUS-NUM > 9
             CLOSE WINDOW-LOG
           END-IF.

       3000Z.
           EXIT.

       3010-READ-ONE-OPEN SECTION.
           READ WINDOW-LOG
             AT END
               MOVE 10 TO WLOG-STATUS-NUM
             NOT AT END
               IF WND-EVENT-OPEN AND WND-WINDOW-ID IS NUMERIC THEN
                 PERFORM 3100-PLACE-ONE-RUN THRU 3100Z
                   VARYING DUE-IDX FROM 1 BY 1
                   UNTIL DUE-IDX > DUE-COUNT
               END-IF
           END-READ.

       3010Z.
           EXIT.

       3100-PLACE-ONE-RUN SECTION.
           IF NOT DUE-WINDOW-LOGGED(DUE-IDX)
              AND WND-WINDOW-ID <= DUE-RUN-STAMP(DUE-IDX)
              AND WND-WINDOW-ID > DUE-WINDOW-ID(DUE-IDX) THEN
             MOVE WND-WINDOW-ID TO DUE-WINDOW-ID(DUE-IDX)
           END-IF.

       3100Z.
           EXIT.

       4000-JUDGE-DELIVERIES SECTION.
           PERFORM 4100-JUDGE-ONE-RUN THRU 4100Z
             VARYING DUE-IDX FROM 1 BY 1
             UNTIL DUE-IDX > DUE-COUNT.

       4000Z.
           EXIT.

       4100-JUDGE-ONE-RUN SECTION.
           COMPUTE WS-DEADLINE-STAMP = DUE-NEEDED-BY(DUE-IDX) * 100.
           EVALUATE TRUE
             WHEN DUE-DELIVERED(DUE-IDX)
                  AND DUE-DLV-STAMP(DUE-IDX) <= WS-DEADLINE-STAMP
               SET DUE-ON-TIME(DUE-IDX) TO TRUE
               ADD 1 TO TOT-ON-TIME
             WHEN DUE-DELIVERED(DUE-IDX)
               SET DUE-LATE(DUE-IDX) TO TRUE
               ADD 1 TO TOT-LATE
             WHEN DUE-RUN-CANCELLED(DUE-IDX)
             WHEN DUE-DLV-CANCELLED(DUE-IDX)
               SET DUE-CANCELLED(DUE-IDX) TO TRUE
               ADD 1 TO TOT-CANCELLED
             WHEN WS-NOW-STAMP < WS-DEADLINE-STAMP
               SET DUE-NOT-YET(DUE-IDX) TO TRUE
               ADD 1 TO TOT-NOT-YET
             WHEN OTHER
               SET DUE-NEVER(DUE-IDX) TO TRUE
               ADD 1 TO TOT-NEVER
           END-EVALUATE.

           IF DUE-MISSED(DUE-IDX) THEN
             PERFORM 4110-SET-UP-STEP-CHAIN THRU 4110Z
           END-IF.

       4100Z.
           EXIT.

       4110-SET-UP-STEP-CHAIN SECTION.
      *    The steps a run's output passes through on its way to
      *    the requester, in order.  Run number sequence zero is a
      *    classic window - the unsuffixed driver ran it and there
      *    was no split or merge; any other sequence is the stream
      *    digit FBSPLIT dealt it to.
           MOVE DUE-RUN-SEQUENCE(DUE-IDX) TO WS-STREAM-DIGIT.
           IF WS-STREAM-DIGIT = ZERO THEN
             MOVE 2 TO DUE-STEP-COUNT(DUE-IDX)
             MOVE "FIZZBUZZ" TO DST-STEP-NAME(DUE-IDX, 1)
             MOVE "FBDIST" TO DST-STEP-NAME(DUE-IDX, 2)
           ELSE
             MOVE 4 TO DUE-STEP-COUNT(DUE-IDX)
             MOVE "FBSPLIT" TO DST-STEP-NAME(DUE-IDX, 1)
             MOVE SPACES TO DST-STEP-NAME(DUE-IDX, 2)
             STRING "STREAM" DELIMITED BY SIZE
               WS-STREAM-DIGIT DELIMITED BY SIZE
               INTO DST-STEP-NAME(DUE-IDX, 2)
             MOVE "FBMERGE" TO DST-STEP-NAME(DUE-IDX, 3)
             MOVE "FBDIST" TO DST-STEP-NAME(DUE-IDX, 4)
           END-IF.

       4110Z.
           EXIT.

       5000-TRACE-HOLDING-STEPS SECTION.
      *    A second pass over the window trail replays each missed
      *    run's own window, then each is given the step that held
      *    it up.
           OPEN INPUT WINDOW-LOG.
           IF WLOG-STATUS-NUM = 00 THEN
             PERFORM 5010-READ-ONE-EVENT THRU 5010Z
               UNTIL WLOG-STATUS-NUM > 9
             CLOSE WINDOW-LOG
           END-IF.

           PERFORM 5200-NAME-HOLDING-STEP THRU 5200Z
             VARYING DUE-IDX FROM 1 BY 1
             UNTIL DUE-IDX > DUE-COUNT.

       5000Z.
           EXIT.

       5010-READ-ONE-EVENT SECTION.
           READ WINDOW-LOG
             AT END
               MOVE 10 TO WLOG-STATUS-NUM
             NOT AT END
               IF WND-EVENT-START OR WND-EVENT-END THEN
                 PERFORM 5100-APPLY-EVENT-TO-RUN THRU 5100Z
                   VARYING DUE-IDX FROM 1 BY 1
                   UNTIL DUE-IDX > DUE-COUNT
               END-IF
           END-READ.

       5010Z.
           EXIT.

       5100-APPLY-EVENT-TO-RUN SECTION.
           IF DUE-MISSED(DUE-IDX)
              AND DUE-WINDOW-ID(DUE-IDX) = WND-WINDOW-ID THEN
             MOVE ZERO TO WS-STEP-FOUND-IDX
             PERFORM 5110-MATCH-ONE-STEP THRU 5110Z
               VARYING STEP-IDX FROM 1 BY 1
               UNTIL STEP-IDX > DUE-STEP-COUNT(DUE-IDX)
             IF WS-STEP-FOUND-IDX > ZERO THEN
               PERFORM 5120-APPLY-TO-STEP THRU 5120Z
             END-IF
           END-IF.

       5100Z.
           EXIT.

       5110-MATCH-ONE-STEP SECTION.
           IF DST-STEP-NAME(DUE-IDX, STEP-IDX) = WND-STEP-NAME THEN
             MOVE STEP-IDX TO WS-STEP-FOUND-IDX
           END-IF.

       5110Z.
           EXIT.

       5120-APPLY-TO-STEP SECTION.
      *    Clean is judged the way the restart driver judges it: OK,
      *    a warning, RC 0 or RC 4.  Anything else ended badly.
           MOVE WS-STEP-FOUND-IDX TO STEP-IDX.
           IF WND-EVENT-START THEN
             SET DST-STARTED(DUE-IDX, STEP-IDX) TO TRUE
             MOVE ZERO TO DST-END-STAMP(DUE-IDX, STEP-IDX)
             MOVE SPACES TO DST-OUTCOME(DUE-IDX, STEP-IDX)
           ELSE
             MOVE WND-EVENT-DATE TO WS-STAMP-DATE
             MOVE WND-EVENT-TIME(1:6) TO WS-STAMP-TIME
             MOVE WS-STAMP-NUM TO DST-END-STAMP(DUE-IDX, STEP-IDX)
             MOVE WND-OUTCOME TO DST-OUTCOME(DUE-IDX, STEP-IDX)
             EVALUATE WND-OUTCOME
               WHEN "OK"
               WHEN "WARN"
               WHEN "RC 0"
               WHEN "RC 4"
                 SET DST-ENDED-CLEAN(DUE-IDX, STEP-IDX) TO TRUE
               WHEN OTHER
                 SET DST-ENDED-BADLY(DUE-IDX, STEP-IDX) TO TRUE
             END-EVALUATE
           END-IF.

       5120Z.
           EXIT.

       5200-NAME-HOLDING-STEP SECTION.
      *    The first step in the chain that did not finish cleanly
      *    by the deadline is what held the run up.  A window that
      *    only opened after the deadline was lost before any step
      *    ran.  A chain that finished clean and in time leaves the
      *    distribution itself - the piece failed, or was delivered
      *    only by a later pass.
           IF DUE-MISSED(DUE-IDX) THEN
             COMPUTE WS-DEADLINE-STAMP =
               DUE-NEEDED-BY(DUE-IDX) * 100
             MOVE 'N' TO HELD-FOUND-SW
             EVALUATE TRUE
               WHEN DUE-WINDOW-ID(DUE-IDX) = ZERO
                 MOVE "(NONE)" TO DUE-HELD-STEP(DUE-IDX)
                 MOVE "NO WINDOW ON WINDOWLOG" TO
                   DUE-HELD-CAUSE(DUE-IDX)
               WHEN DUE-WINDOW-ID(DUE-IDX) > WS-DEADLINE-STAMP
                 MOVE "FBSCHED" TO DUE-HELD-STEP(DUE-IDX)
                 MOVE "WINDOW OPENED AFTER DEADLINE" TO
                   DUE-HELD-CAUSE(DUE-IDX)
               WHEN OTHER
                 PERFORM 5210-JUDGE-ONE-STEP THRU 5210Z
                   VARYING STEP-IDX FROM 1 BY 1
                   UNTIL STEP-IDX > DUE-STEP-COUNT(DUE-IDX)
                      OR HELD-FOUND
                 IF NOT HELD-FOUND THEN
                   PERFORM 5220-BLAME-DISTRIBUTION THRU 5220Z
                 END-IF
             END-EVALUATE
           END-IF.

       5200Z.
           EXIT.

       5210-JUDGE-ONE-STEP SECTION.
           MOVE 'Y' TO HELD-FOUND-SW.
           MOVE SPACES TO DUE-HELD-CAUSE(DUE-IDX).
           EVALUATE TRUE
             WHEN DST-NEVER-RAN(DUE-IDX, STEP-IDX)
               MOVE "NEVER RAN" TO DUE-HELD-CAUSE(DUE-IDX)
             WHEN DST-STARTED(DUE-IDX, STEP-IDX)
               MOVE "STARTED, NEVER ENDED" TO DUE-HELD-CAUSE(DUE-IDX)
             WHEN DST-ENDED-BADLY(DUE-IDX, STEP-IDX)
               STRING "ENDED " DELIMITED BY SIZE
                 DST-OUTCOME(DUE-IDX, STEP-IDX) DELIMITED BY SIZE
                 INTO DUE-HELD-CAUSE(DUE-IDX)
             WHEN DST-END-STAMP(DUE-IDX, STEP-IDX) > WS-DEADLINE-STAMP
               MOVE "STILL RUNNING AT DEADLINE" TO
                 DUE-HELD-CAUSE(DUE-IDX)
             WHEN OTHER
               MOVE 'N' TO HELD-FOUND-SW
           END-EVALUATE.
           IF HELD-FOUND THEN
             MOVE DST-STEP-NAME(DUE-IDX, STEP-IDX) TO
               DUE-HELD-STEP(DUE-IDX)
           END-IF.

       5210Z.
           EXIT.

       5220-BLAME-DISTRIBUTION SECTION.
           MOVE "FBDIST" TO DUE-HELD-STEP(DUE-IDX).
           MOVE SPACES TO DUE-HELD-CAUSE(DUE-IDX).
           EVALUATE TRUE
             WHEN DUE-DELIVERED(DUE-IDX)
               MOVE "DELIVERED ONLY ON A LATER PASS" TO
                 DUE-HELD-CAUSE(DUE-IDX)
             WHEN DUE-DLV-OUTCOME(DUE-IDX) = SPACES
               MOVE "NO DELIVERY LOGGED" TO DUE-HELD-CAUSE(DUE-IDX)
             WHEN OTHER
               STRING "PIECE " DELIMITED BY SIZE
                 DUE-DLV-OUTCOME(DUE-IDX) DELIMITED BY SPACE
                 INTO DUE-HELD-CAUSE(DUE-IDX)
           END-EVALUATE.

       5220Z.
           EXIT.

       6000-TALLY-VERDICTS SECTION.
           PERFORM 6100-TALLY-ONE-RUN THRU 6100Z
             VARYING DUE-IDX FROM 1 BY 1
             UNTIL DUE-IDX > DUE-COUNT.

           IF DEPT-COUNT > 1 THEN
             PERFORM 6400-SORT-DEPT-TABLE
           END-IF.

       6000Z.
           EXIT.

       6100-TALLY-ONE-RUN SECTION.
           IF NOT DUE-NOT-YET(DUE-IDX)
              AND NOT DUE-CANCELLED(DUE-IDX) THEN
             MOVE DUE-DEPT-CODE(DUE-IDX) TO WS-WANTED-DEPT
             PERFORM 6200-FIND-DEPT-BUCKET THRU 6200Z
             MOVE DUE-NEEDED-BY(DUE-IDX) TO WS-NEEDBY-WORK
             MOVE ZERO TO WS-WEEK-FOUND-IDX
             PERFORM 6300-MATCH-ONE-WEEK THRU 6300Z
               VARYING WEEK-IDX FROM 1 BY 1
               UNTIL WEEK-IDX > WEEK-COUNT
             EVALUATE TRUE
               WHEN DUE-ON-TIME(DUE-IDX)
                 IF WS-DEPT-FOUND-IDX > ZERO THEN
                   ADD 1 TO DEPT-ON-TIME(WS-DEPT-FOUND-IDX)
                 END-IF
                 ADD 1 TO WEEK-ON-TIME(WS-WEEK-FOUND-IDX)
               WHEN DUE-LATE(DUE-IDX)
                 IF WS-DEPT-FOUND-IDX > ZERO THEN
                   ADD 1 TO DEPT-LATE(WS-DEPT-FOUND-IDX)
                 END-IF
                 ADD 1 TO WEEK-LATE(WS-WEEK-FOUND-IDX)
               WHEN OTHER
                 IF WS-DEPT-FOUND-IDX > ZERO THEN
                   ADD 1 TO DEPT-NEVER(WS-DEPT-FOUND-IDX)
                 END-IF
                 ADD 1 TO WEEK-NEVER(WS-WEEK-FOUND-IDX)
             END-EVALUATE
           END-IF.

       6100Z.
           EXIT.

       6200-FIND-DEPT-BUCKET SECTION.
      *    Finds - or opens - the month's bucket for one department.
           IF WS-WANTED-DEPT = SPACES THEN
             MOVE "(NONE)" TO WS-WANTED-DEPT
           END-IF.

           MOVE ZERO TO WS-DEPT-FOUND-IDX.
           PERFORM 6210-MATCH-ONE-BUCKET THRU 6210Z
             VARYING DEPT-IDX FROM 1 BY 1
             UNTIL DEPT-IDX > DEPT-COUNT.

           IF WS-DEPT-FOUND-IDX = ZERO THEN
             IF DEPT-COUNT >= 100 THEN
               MOVE 'Y' TO DEPT-OVERFLOW-SW
             ELSE
               ADD 1 TO DEPT-COUNT
               MOVE WS-WANTED-DEPT TO DEPT-CODE(DEPT-COUNT)
               MOVE ZERO TO DEPT-ON-TIME(DEPT-COUNT)
                 DEPT-LATE(DEPT-COUNT) DEPT-NEVER(DEPT-COUNT)
               MOVE DEPT-COUNT TO WS-DEPT-FOUND-IDX
             END-IF
           END-IF.

       6200Z.
           EXIT.

       6210-MATCH-ONE-BUCKET SECTION.
           IF DEPT-CODE(DEPT-IDX) = WS-WANTED-DEPT THEN
             MOVE DEPT-IDX TO WS-DEPT-FOUND-IDX
           END-IF.

       6210Z.
           EXIT.

       6300-MATCH-ONE-WEEK SECTION.
      *    Weeks are in date order, so the last one starting on or
      *    before the deadline's date is its week.  The first week
      *    starts on or before the first of the month, so every
      *    deadline in the month has one.
           IF WEEK-START-DATE(WEEK-IDX) <= WS-NEEDBY-DATE THEN
             MOVE WEEK-IDX TO WS-WEEK-FOUND-IDX
           END-IF.

       6300Z.
           EXIT.

       6400-SORT-DEPT-TABLE SECTION.
      *    A classic exchange sort by department code, so the same
      *    department lands on the same line month after month
      *    whatever order its runs arrived in.
           SET SORT-SWAPPED TO TRUE.
           PERFORM 6410-SORT-ONE-PASS THRU 6410Z
             UNTIL SORT-DONE.

       6410-SORT-ONE-PASS SECTION.
           SET SORT-DONE TO TRUE.
           PERFORM 6420-SWAP-IF-OUT-OF-ORDER THRU 6420Z
             VARYING SORT-IDX FROM 1 BY 1
             UNTIL SORT-IDX >= DEPT-COUNT.

       6410Z.
           EXIT.

       6420-SWAP-IF-OUT-OF-ORDER SECTION.
           IF DEPT-CODE(SORT-IDX) > DEPT-CODE(SORT-IDX + 1) THEN
             MOVE DEPT-ENTRY(SORT-IDX) TO SORT-TEMP-ENTRY
             MOVE DEPT-ENTRY(SORT-IDX + 1) TO DEPT-ENTRY(SORT-IDX)
             MOVE SORT-TEMP-ENTRY TO DEPT-ENTRY(SORT-IDX + 1)
             SET SORT-SWAPPED TO TRUE
           END-IF.

       6420Z.
           EXIT.

       7000-PRINT-DEPT-SECTION SECTION.
           MOVE "1. BY DEPARTMENT" TO WS-OUTPUT-LINE.
           PERFORM 9000-WRITE-REPORT-LINE THRU 9000Z.
           MOVE "DEPT" TO LINE-KEY.
           PERFORM 7300-PRINT-COLUMN-HEADS THRU 7300Z.

           IF DEPT-COUNT = ZERO THEN
             MOVE "  NO DEADLINES PASSED IN THE MONTH" TO
               WS-OUTPUT-LINE
             PERFORM 9000-WRITE-REPORT-LINE THRU 9000Z
           ELSE
             PERFORM 7010-PRINT-ONE-DEPT THRU 7010Z
               VARYING DEPT-IDX FROM 1 BY 1
               UNTIL DEPT-IDX > DEPT-COUNT
           END-IF.

           IF DEPT-OVERFLOWED THEN
             MOVE "  (MORE DEPARTMENTS THAN THE REPORT CAN HOLD -"
               TO WS-OUTPUT-LINE
             PERFORM 9000-WRITE-REPORT-LINE THRU 9000Z
             MOVE "   OVERFLOW COUNTED IN WEEKS AND TOTALS ONLY)" TO
               WS-OUTPUT-LINE
             PERFORM 9000-WRITE-REPORT-LINE THRU 9000Z
           END-IF.

           MOVE "TOTAL" TO LINE-KEY.
           MOVE TOT-ON-TIME TO LINE-ON-TIME.
           MOVE TOT-LATE TO LINE-LATE.
           MOVE TOT-NEVER TO LINE-NEVER.
           PERFORM 7310-PRINT-COUNT-LINE THRU 7310Z.

           IF TOT-NOT-YET > 0 THEN
             MOVE TOT-NOT-YET TO WS-TRIM-SOURCE
             PERFORM U09A-DE-EDIT-NUMBER THRU U09AZ
             MOVE SPACES TO WS-OUTPUT-LINE
             STRING "  " DELIMITED BY SIZE
               WS-TRIM-RESULT DELIMITED BY SPACE
               " MORE NOT YET DUE - DEADLINE STILL AHEAD, NOT COUNTED"
               DELIMITED BY SIZE
               INTO WS-OUTPUT-LINE
             PERFORM 9000-WRITE-REPORT-LINE THRU 9000Z
           END-IF.
           IF TOT-CANCELLED > 0 THEN
             MOVE TOT-CANCELLED TO WS-TRIM-SOURCE
             PERFORM U09A-DE-EDIT-NUMBER THRU U09AZ
             MOVE SPACES TO WS-OUTPUT-LINE
             STRING "  " DELIMITED BY SIZE
               WS-TRIM-RESULT DELIMITED BY SPACE
               " MORE CANCELLED BY OPERATOR - NOTHING OWED, NOT "
               DELIMITED BY SIZE
               "COUNTED" DELIMITED BY SIZE
               INTO WS-OUTPUT-LINE
             PERFORM 9000-WRITE-REPORT-LINE THRU 9000Z
           END-IF.
           IF CNT-DUE-DROPPED > 0 THEN
             MOVE CNT-DUE-DROPPED TO WS-TRIM-SOURCE
             PERFORM U09A-DE-EDIT-NUMBER THRU U09AZ
             MOVE SPACES TO WS-OUTPUT-LINE
             STRING "  " DELIMITED BY SIZE
               WS-TRIM-RESULT DELIMITED BY SPACE
               " MORE PAST THE 1000 THE REPORT HOLDS - NOT JUDGED"
               DELIMITED BY SIZE
               INTO WS-OUTPUT-LINE
             PERFORM 9000-WRITE-REPORT-LINE THRU 9000Z
           END-IF.

           MOVE SPACES TO WS-OUTPUT-LINE.
           PERFORM 9000-WRITE-REPORT-LINE THRU 9000Z.

       7000Z.
           EXIT.

       7010-PRINT-ONE-DEPT SECTION.
           MOVE DEPT-CODE(DEPT-IDX) TO LINE-KEY.
           MOVE DEPT-ON-TIME(DEPT-IDX) TO LINE-ON-TIME.
           MOVE DEPT-LATE(DEPT-IDX) TO LINE-LATE.
           MOVE DEPT-NEVER(DEPT-IDX) TO LINE-NEVER.
           PERFORM 7310-PRINT-COUNT-LINE THRU 7310Z.

       7010Z.
           EXIT.

       7100-PRINT-WEEK-SECTION SECTION.
           MOVE "2. BY WEEK COMMENCING MONDAY" TO WS-OUTPUT-LINE.
           PERFORM 9000-WRITE-REPORT-LINE THRU 9000Z.
           MOVE "WEEK OF" TO LINE-KEY.
           PERFORM 7300-PRINT-COLUMN-HEADS THRU 7300Z.
           PERFORM 7110-PRINT-ONE-WEEK THRU 7110Z
             VARYING WEEK-IDX FROM 1 BY 1
             UNTIL WEEK-IDX > WEEK-COUNT.
           MOVE SPACES TO WS-OUTPUT-LINE.
           PERFORM 9000-WRITE-REPORT-LINE THRU 9000Z.

       7100Z.
           EXIT.

       7110-PRINT-ONE-WEEK SECTION.
           MOVE WEEK-START-DATE(WEEK-IDX) TO LINE-KEY.
           MOVE WEEK-ON-TIME(WEEK-IDX) TO LINE-ON-TIME.
           MOVE WEEK-LATE(WEEK-IDX) TO LINE-LATE.
           MOVE WEEK-NEVER(WEEK-IDX) TO LINE-NEVER.
           PERFORM 7310-PRINT-COUNT-LINE THRU 7310Z.

       7110Z.
           EXIT.

       7200-PRINT-MISSED-SECTION SECTION.
           MOVE "3. MISSED DEADLINES AND THE STEP THAT HELD THEM UP"
             TO WS-OUTPUT-LINE.
           PERFORM 9000-WRITE-REPORT-LINE THRU 9000Z.
           MOVE SPACES TO WS-OUTPUT-LINE.
           MOVE "RUN" TO WS-OUTPUT-LINE(1:3).
           MOVE "USER" TO WS-OUTPUT-LINE(10:4).
           MOVE "DEPT" TO WS-OUTPUT-LINE(19:4).
           MOVE "NEEDED BY" TO WS-OUTPUT-LINE(28:9).
           MOVE "VERDICT" TO WS-OUTPUT-LINE(43:7).
           MOVE "DELIVERED AT" TO WS-OUTPUT-LINE(51:12).
           MOVE "WINDOW" TO WS-OUTPUT-LINE(68:6).
           MOVE "HELD UP BY" TO WS-OUTPUT-LINE(83:10).
           PERFORM 9000-WRITE-REPORT-LINE THRU 9000Z.

           IF TOT-LATE = ZERO AND TOT-NEVER = ZERO THEN
             MOVE "  NONE" TO WS-OUTPUT-LINE
             PERFORM 9000-WRITE-REPORT-LINE THRU 9000Z
           ELSE
             PERFORM 7210-PRINT-ONE-MISSED THRU 7210Z
               VARYING DUE-IDX FROM 1 BY 1
               UNTIL DUE-IDX > DUE-COUNT
           END-IF.

       7200Z.
           EXIT.

       7210-PRINT-ONE-MISSED SECTION.
           IF DUE-MISSED(DUE-IDX) THEN
             MOVE SPACES TO WS-OUTPUT-LINE
             MOVE DUE-RUN-NUMBER(DUE-IDX) TO WS-OUTPUT-LINE(1:8)
             MOVE DUE-USER-ID(DUE-IDX) TO WS-OUTPUT-LINE(10:8)
             MOVE DUE-DEPT-CODE(DUE-IDX) TO WS-OUTPUT-LINE(19:8)
             MOVE DUE-NEEDED-BY(DUE-IDX) TO WS-NEEDBY-WORK
             MOVE WS-NEEDBY-DATE TO WS-OUTPUT-LINE(28:8)
             MOVE WS-NEEDBY-HHMM TO WS-OUTPUT-LINE(37:4)
             IF DUE-LATE(DUE-IDX) THEN
               MOVE "LATE" TO WS-OUTPUT-LINE(43:7)
               MOVE DUE-DLV-STAMP(DUE-IDX) TO WS-STAMP-NUM
               MOVE WS-STAMP-DATE TO WS-OUTPUT-LINE(51:8)
               MOVE WS-STAMP-TIME TO WS-OUTPUT-LINE(60:6)
             ELSE
               MOVE "NEVER" TO WS-OUTPUT-LINE(43:7)
               MOVE "-" TO WS-OUTPUT-LINE(51:1)
             END-IF
             IF DUE-WINDOW-ID(DUE-IDX) > ZERO THEN
               MOVE DUE-WINDOW-ID(DUE-IDX) TO WS-OUTPUT-LINE(68:14)
             ELSE
               MOVE "-" TO WS-OUTPUT-LINE(68:1)
             END-IF
             MOVE DUE-HELD-STEP(DUE-IDX) TO WS-OUTPUT-LINE(83:10)
             MOVE DUE-HELD-CAUSE(DUE-IDX) TO WS-OUTPUT-LINE(94:30)
             PERFORM 9000-WRITE-REPORT-LINE THRU 9000Z
           END-IF.

       7210Z.
           EXIT.

       7300-PRINT-COLUMN-HEADS SECTION.
           MOVE SPACES TO WS-OUTPUT-LINE.
           MOVE LINE-KEY TO WS-OUTPUT-LINE(1:10).
           MOVE "DUE" TO WS-OUTPUT-LINE(12:3).
           MOVE "ON TIME" TO WS-OUTPUT-LINE(21:7).
           MOVE "LATE" TO WS-OUTPUT-LINE(30:4).
           MOVE "NEVER DELIVERED" TO WS-OUTPUT-LINE(39:15).
           MOVE "ON TIME %" TO WS-OUTPUT-LINE(56:9).
           PERFORM 9000-WRITE-REPORT-LINE THRU 9000Z.

       7300Z.
           EXIT.

       7310-PRINT-COUNT-LINE SECTION.
      *    A deadline counts as due once it has passed or been met,
      *    so DUE is the sum of the three verdicts and the on-time
      *    rate is taken over it.
           COMPUTE LINE-DUE = LINE-ON-TIME + LINE-LATE + LINE-NEVER.
           MOVE SPACES TO WS-OUTPUT-LINE.
           MOVE LINE-KEY TO WS-OUTPUT-LINE(1:10).
           MOVE LINE-DUE TO WS-TRIM-SOURCE.
           PERFORM U09A-DE-EDIT-NUMBER THRU U09AZ.
           MOVE WS-TRIM-RESULT TO WS-OUTPUT-LINE(12:8).
           MOVE LINE-ON-TIME TO WS-TRIM-SOURCE.
           PERFORM U09A-DE-EDIT-NUMBER THRU U09AZ.
           MOVE WS-TRIM-RESULT TO WS-OUTPUT-LINE(21:8).
           MOVE LINE-LATE TO WS-TRIM-SOURCE.
           PERFORM U09A-DE-EDIT-NUMBER THRU U09AZ.
           MOVE WS-TRIM-RESULT TO WS-OUTPUT-LINE(30:8).
           MOVE LINE-NEVER TO WS-TRIM-SOURCE.
           PERFORM U09A-DE-EDIT-NUMBER THRU U09AZ.
           MOVE WS-TRIM-RESULT TO WS-OUTPUT-LINE(39:8).
           IF LINE-DUE > ZERO THEN
             COMPUTE LINE-PERCENT ROUNDED =
               LINE-ON-TIME * 100 / LINE-DUE
             MOVE LINE-PERCENT TO WS-TRIM-SOURCE
             PERFORM U09A-DE-EDIT-NUMBER THRU U09AZ
             MOVE WS-TRIM-RESULT TO WS-OUTPUT-LINE(56:4)
           ELSE
             MOVE "-" TO WS-OUTPUT-LINE(56:1)
           END-IF.
           PERFORM 9000-WRITE-REPORT-LINE THRU 9000Z.

       7310Z.
           EXIT.

       9000-WRITE-REPORT-LINE SECTION.
      *    All report output funnels through here so every page gets
      *    its heading and the page breaks land on a fixed depth, the
      *    way the printed report is burst and filed.
           IF WS-LINE-COUNT >= LINES-PER-PAGE THEN
             PERFORM 9100-START-NEW-PAGE THRU 9100Z
           END-IF.
           MOVE WS-OUTPUT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO WS-LINE-COUNT.

       9000Z.
           EXIT.

       9100-START-NEW-PAGE SECTION.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE SPACES TO REPORT-LINE.
           STRING "FIZZBUZZ DELIVERY TURNAROUND REPORT   MONTH "
             DELIMITED BY SIZE
             WS-REPORT-MONTH DELIMITED BY SIZE
             "   PAGE " DELIMITED BY SIZE
             WS-PAGE-NUMBER DELIMITED BY SIZE
             INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 2 TO WS-LINE-COUNT.

       9100Z.
           EXIT.

       U01-LOAD-REPORT-MONTH SECTION.
      *    SLACTLIN is optional - one month naming the deadlines
      *    under review.  Missing or zero, the report covers the
      *    current month.  The month's first and last days bound
      *    the deadlines judged; its weeks start on the Monday on
      *    or before the first and run while they start inside it.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-NOW-TIME FROM TIME.
           MOVE WS-TODAY-DATE TO WS-STAMP-DATE.
           MOVE WS-NOW-TIME(1:6) TO WS-STAMP-TIME.
           MOVE WS-STAMP-NUM TO WS-NOW-STAMP.
           MOVE WS-TODAY-MONTH TO WS-REPORT-MONTH.

           OPEN INPUT SLA-CTL.
           IF CTL-STATUS-NUM = 00 THEN
             READ SLA-CTL
               AT END
                 CONTINUE
               NOT AT END
                 IF SLA-REPORT-MONTH IS NUMERIC
                    AND SLA-REPORT-MONTH > ZERO THEN
                   MOVE SLA-REPORT-MONTH TO WS-REPORT-MONTH
                 END-IF
             END-READ
             CLOSE SLA-CTL
           END-IF.

           MOVE WS-REPORT-MONTH TO WS-DT-NUM(1:6).
           MOVE 1 TO WS-DT-DAY.
           MOVE WS-DT-NUM TO WS-MONTH-FIRST-DATE.
           MOVE MONTH-DAY-COUNT(WS-DT-MONTH) TO WS-MONTH-LENGTH.
           IF WS-DT-MONTH = 2 THEN
             PERFORM U20A-ADD-LEAP-DAY-IF-DUE
             MOVE WS-DT-DAY TO WS-MONTH-LENGTH
           END-IF.
           MOVE WS-MONTH-LENGTH TO WS-DT-DAY.
           MOVE WS-DT-NUM TO WS-MONTH-LAST-DATE.

           MOVE WS-MONTH-FIRST-DATE TO WS-DT-NUM.
           PERFORM U22-DAY-OF-WEEK.
           PERFORM U20-PREVIOUS-DAY WS-DAYS-PAST-MONDAY TIMES.
           MOVE ZERO TO WEEK-COUNT.
           PERFORM U01A-ADD-ONE-WEEK
             UNTIL WS-DT-NUM > WS-MONTH-LAST-DATE
                OR WEEK-COUNT >= 6.

       U01A-ADD-ONE-WEEK SECTION.
           ADD 1 TO WEEK-COUNT.
           MOVE WS-DT-NUM TO WEEK-START-DATE(WEEK-COUNT).
           MOVE ZERO TO WEEK-ON-TIME(WEEK-COUNT)
             WEEK-LATE(WEEK-COUNT) WEEK-NEVER(WEEK-COUNT).
           PERFORM U21-NEXT-DAY 7 TIMES.

       U04-WALK-BACK-ONE-MONTH SECTION.
           IF WS-WM-MONTH = 1 THEN
             MOVE 12 TO WS-WM-MONTH
             SUBTRACT 1 FROM WS-WM-YEAR
           ELSE
             SUBTRACT 1 FROM WS-WM-MONTH
           END-IF.

       U20-PREVIOUS-DAY SECTION.
      *    WS-DT goes back one calendar day, month lengths and leap
      *    years respected - February gets its twenty-ninth when the
      *    year divides by four but not by one hundred, unless by
      *    four hundred.
           IF WS-DT-DAY > 1 THEN
             SUBTRACT 1 FROM WS-DT-DAY
           ELSE
             IF WS-DT-MONTH = 1 THEN
               MOVE 12 TO WS-DT-MONTH
               SUBTRACT 1 FROM WS-DT-YEAR
             ELSE
               SUBTRACT 1 FROM WS-DT-MONTH
             END-IF
             MOVE MONTH-DAY-COUNT(WS-DT-MONTH) TO WS-DT-DAY
             IF WS-DT-MONTH = 2 THEN
               PERFORM U20A-ADD-LEAP-DAY-IF-DUE
             END-IF
           END-IF.

       U20A-ADD-LEAP-DAY-IF-DUE SECTION.
           DIVIDE WS-DT-YEAR BY 4 GIVING WS-LEAP-QUOT
             REMAINDER WS-LEAP-REM4.
           DIVIDE WS-DT-YEAR BY 100 GIVING WS-LEAP-QUOT
             REMAINDER WS-LEAP-REM100.
           DIVIDE WS-DT-YEAR BY 400 GIVING WS-LEAP-QUOT
             REMAINDER WS-LEAP-REM400.
           IF WS-LEAP-REM4 = ZERO
              AND (WS-LEAP-REM100 NOT = ZERO
                   OR WS-LEAP-REM400 = ZERO) THEN
             MOVE 29 TO WS-DT-DAY
           END-IF.

       U21-NEXT-DAY SECTION.
      *    WS-DT goes forward one calendar day - the month's length
      *    is found the way U20 finds it, leap day and all.
           MOVE WS-DT-DAY TO WS-MONTH-LENGTH.
           MOVE MONTH-DAY-COUNT(WS-DT-MONTH) TO WS-DT-DAY.
           IF WS-DT-MONTH = 2 THEN
             PERFORM U20A-ADD-LEAP-DAY-IF-DUE
           END-IF.
           IF WS-MONTH-LENGTH < WS-DT-DAY THEN
             COMPUTE WS-DT-DAY = WS-MONTH-LENGTH + 1
           ELSE
             MOVE 1 TO WS-DT-DAY
             IF WS-DT-MONTH = 12 THEN
               MOVE 1 TO WS-DT-MONTH
               ADD 1 TO WS-DT-YEAR
             ELSE
               ADD 1 TO WS-DT-MONTH
             END-IF
           END-IF.

       U22-DAY-OF-WEEK SECTION.
      *    Zeller's congruence on WS-DT, with January and February
      *    counted as months thirteen and fourteen of the year
      *    before.  It yields 0 for Saturday, 1 for Sunday, 2 for
      *    Monday ...; shifted here to days past Monday.
           MOVE WS-DT-MONTH TO ZLR-MONTH.
           MOVE WS-DT-YEAR TO ZLR-YEAR.
           IF ZLR-MONTH < 3 THEN
             ADD 12 TO ZLR-MONTH
             SUBTRACT 1 FROM ZLR-YEAR
           END-IF.
           DIVIDE ZLR-YEAR BY 100 GIVING ZLR-CENTURY
             REMAINDER ZLR-YEAR-OF-CENTURY.
           COMPUTE ZLR-TERM = 13 * (ZLR-MONTH + 1).
           DIVIDE ZLR-TERM BY 5 GIVING ZLR-TERM.
           MOVE WS-DT-DAY TO ZLR-SUM.
           ADD ZLR-TERM ZLR-YEAR-OF-CENTURY TO ZLR-SUM.
           DIVIDE ZLR-YEAR-OF-CENTURY BY 4 GIVING ZLR-TERM.
           ADD ZLR-TERM TO ZLR-SUM.
           DIVIDE ZLR-CENTURY BY 4 GIVING ZLR-TERM.
           ADD ZLR-TERM TO ZLR-SUM.
           COMPUTE ZLR-SUM = ZLR-SUM + 5 * ZLR-CENTURY + 5.
           DIVIDE ZLR-SUM BY 7 GIVING ZLR-QUOT
             REMAINDER WS-DAYS-PAST-MONDAY.

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

       END PROGRAM FBSLARPT.
