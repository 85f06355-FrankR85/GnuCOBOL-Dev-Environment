       IDENTIFICATION DIVISION.
       PROGRAM-ID. FBSWEEP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SWEEP-CTL ASSIGN TO "SWPCTLIN"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CTL-STATUS.

           SELECT WINDOW-LOG ASSIGN TO "WINDOWLOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WLOG-STATUS.

           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUDIT-STATUS.

           SELECT ARCHIVE-FILE ASSIGN DYNAMIC WS-ARCHIVE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ARCH-STATUS.

           SELECT RUN-CONTROL ASSIGN DYNAMIC WS-RUNCTL-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS RUNCTL-STATUS.

           SELECT REPORTOUT ASSIGN TO "REPORTOUT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORT-STATUS.

           SELECT RUN-STATUS-FILE ASSIGN DYNAMIC WS-RUNSTATUS-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STAT-STATUS.

           SELECT CHECKPOINT-FILE ASSIGN DYNAMIC WS-CHECKPOINT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CHKPT-STATUS.

           SELECT REJECT-FILE ASSIGN TO "REJECTOUT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REJECT-STATUS.

           SELECT PARK-FILE ASSIGN TO "PARKFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PARK-STATUS.

           SELECT SWEEP-REPORT ASSIGN TO "SWEEPOUT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SWEEP-STATUS.

           SELECT SORT-WORK ASSIGN TO "SWEEPWK".

       DATA DIVISION.
       FILE SECTION.
      *    Optional.  A window id re-sweeps an earlier window instead
      *    of the latest one opened; the age, in days, past which a
      *    reject nobody has worked is called out.
       FD SWEEP-CTL.
       01 SWEEP-CTL-RECORD.
           05 SWP-WINDOW-ID     PIC 9(14).
           05 FILLER            PIC X(01).
           05 SWP-REJECT-DAYS   PIC 9(03).
           05 SWP-RESERVED      PIC X(62).

       FD WINDOW-LOG.
           COPY WNDREC.

       FD AUDIT-LOG.
           COPY AUDITREC.

       FD ARCHIVE-FILE.
       01 ARCH-RECORD       PIC X(160).

       FD RUN-CONTROL.
       01 RUN-CONTROL-RECORD.
           05 CTL-LAST-RUN-NUMBER PIC 9(08).

       FD REPORTOUT.
       01 REPORT-LINE       PIC X(132).

       FD RUN-STATUS-FILE.
           COPY STATREC.

       FD CHECKPOINT-FILE.
           COPY CHKPREC.

       FD REJECT-FILE.
           COPY REJREC.

       FD PARK-FILE.
           COPY PARKREC.

       FD SWEEP-REPORT.
       01 SWEEP-LINE        PIC X(132).

      *    Every run number on the books, wherever it was found, put
      *    in number order so gaps and repeats fall out of one pass.
       SD SORT-WORK.
       01 SORT-RECORD.
           05 SRT-RUN-NUMBER    PIC 9(08).
           05 SRT-RUN-PARTS REDEFINES SRT-RUN-NUMBER.
              10 SRT-RUN-SEQUENCE  PIC 9(01).
              10 SRT-RUN-SERIAL    PIC 9(07).
           05 SRT-RUN-DATE      PIC 9(08).
           05 SRT-RUN-TIME      PIC 9(08).
           05 SRT-SOURCE        PIC X(14).

       WORKING-STORAGE SECTION.
       01 CTL-STATUS           PIC X(02).
       01 CTL-STATUS-NUM       REDEFINES CTL-STATUS PIC 99.
       01 WLOG-STATUS          PIC X(02).
       01 WLOG-STATUS-NUM      REDEFINES WLOG-STATUS PIC 99.
       01 AUDIT-STATUS         PIC X(02).
       01 AUDIT-STATUS-NUM     REDEFINES AUDIT-STATUS PIC 99.
       01 PARK-STATUS          PIC X(02).
       01 PARK-STATUS-NUM      REDEFINES PARK-STATUS PIC 99.
       01 ARCH-STATUS          PIC X(02).
       01 ARCH-STATUS-NUM      REDEFINES ARCH-STATUS PIC 99.
       01 RUNCTL-STATUS        PIC X(02).
       01 RUNCTL-STATUS-NUM    REDEFINES RUNCTL-STATUS PIC 99.
       01 REPORT-STATUS        PIC X(02).
       01 REPORT-STATUS-NUM    REDEFINES REPORT-STATUS PIC 99.
       01 STAT-STATUS          PIC X(02).
       01 STAT-STATUS-NUM      REDEFINES STAT-STATUS PIC 99.
       01 CHKPT-STATUS         PIC X(02).
       01 CHKPT-STATUS-NUM     REDEFINES CHKPT-STATUS PIC 99.
       01 REJECT-STATUS        PIC X(02).
       01 REJECT-STATUS-NUM    REDEFINES REJECT-STATUS PIC 99.
       01 SWEEP-STATUS         PIC X(02).

       01 WS-ARCHIVE-NAME      PIC X(20).
       01 WS-RUNCTL-NAME       PIC X(20).
       01 WS-RUNSTATUS-NAME    PIC X(20).
       01 WS-CHECKPOINT-FILENAME PIC X(64).

      *    The window being swept - the latest one opened unless
      *    SWPCTLIN names another - and its opening and closing
      *    stamps, date and HHMMSS, the bounds a batch run's audit
      *    record has to fall between to be one of its runs.
       01 WS-WINDOW-ID         PIC 9(14) VALUE ZERO.
       01 WS-ID-SUPPLIED-SW    PIC X(01) VALUE 'N'.
          88 WS-ID-SUPPLIED              VALUE 'Y'.
       01 WINDOW-OPENED-SW     PIC X(01) VALUE 'N'.
          88 WINDOW-OPENED               VALUE 'Y'.
       01 WINDOW-CLOSED-SW     PIC X(01) VALUE 'N'.
          88 WINDOW-CLOSED               VALUE 'Y'.
       01 WS-CLOSE-STAMP.
           05 WS-CLOSE-DATE      PIC 9(08) VALUE ZERO.
           05 WS-CLOSE-TIME      PIC 9(06) VALUE ZERO.
       01 WS-CLOSE-STAMP-NUM   REDEFINES WS-CLOSE-STAMP PIC 9(14).
       01 WS-AUDIT-STAMP.
           05 WS-AUDIT-STAMP-DATE PIC 9(08).
           05 WS-AUDIT-STAMP-TIME PIC 9(06).
       01 WS-AUDIT-STAMP-NUM   REDEFINES WS-AUDIT-STAMP PIC 9(14).

      *    The record being examined, wherever it came from - live
      *    file or archive generation - lands here first, the same
      *    convention every other AUDITLOG reader uses.
           COPY AUDITREC REPLACING LEADING ==AUDIT== BY ==WORK==.
       01 WS-SOURCE-NAME       PIC X(14).

      *    Month walk over the archive generations - the current
      *    month back two years, which is past any retention
      *    FBAUDARC keeps.  A month never cut is simply not there.
       01 WS-TODAY-DATE        PIC 9(08).
       01 WS-WALK-MONTH.
           05 WS-WM-YEAR        PIC 9(04).
           05 WS-WM-MONTH       PIC 9(02).
       01 WS-MONTH-GUARD       PIC 9(03).

      *    Continuity.  Every run number is a sequence digit (zero
      *    for the classic window and CGI, the stream digit for a
      *    stream) and a seven-digit serial its own RUNCTL counter
      *    hands out one at a time, so within one sequence the books
      *    should hold every serial from the lowest on file to the
      *    counter's high-water mark, each exactly once.  Below the
      *    lowest on file is history FBAUDARC has purged, and is not
      *    judged.  A counter that wrapped past 9999999 inside the
      *    retained books shows as a gap across the wrap and as a
      *    counter standing below the books - both are reported, for
      *    a person to read.
       01 SORT-END-SW          PIC X(01).
          88 SORT-AT-END                 VALUE 'Y'.
       01 SEQ-OPEN-SW          PIC X(01).
          88 SEQ-OPEN                    VALUE 'Y'.
       01 WS-SEQ-DIGIT         PIC 9(01).
       01 WS-SEQ-DIGIT-X       REDEFINES WS-SEQ-DIGIT PIC X(01).
       01 WS-SEQ-LOW           PIC 9(07).
       01 WS-SEQ-HIGH          PIC 9(07).
       01 WS-SEQ-COUNT         PIC 9(08).
       01 WS-CTL-HIGH          PIC 9(08).
       01 CTL-FOUND-SW         PIC X(01).
          88 CTL-FOUND                   VALUE 'Y'.
       01 WS-CTL-NOTE          PIC X(40).
       01 WS-PREV-SOURCE       PIC X(14).
       01 WS-PREV-DATE         PIC 9(08).
       01 WS-PREV-TIME         PIC 9(08).
       01 WS-GAP-FROM          PIC 9(08).
       01 WS-GAP-THRU          PIC 9(08).
       01 WS-GAP-COUNT         PIC 9(08).
       01 CNT-UNNUMBERED       PIC 9(08) VALUE ZERO.

      *    The window's batch runs, off their audit records, with
      *    the banners REPORTOUT was found to carry for each.
       01 WINDOW-RUN-TABLE.
           05 WRUN-ENTRY OCCURS 500 TIMES.
              10 WRUN-RUN-NUMBER    PIC 9(08).
              10 WRUN-BEGIN-SW      PIC X(01).
                 88 WRUN-HAS-BEGIN         VALUE 'Y'.
              10 WRUN-END-SW        PIC X(01).
                 88 WRUN-HAS-END           VALUE 'Y'.
       01 WRUN-COUNT           PIC 9(04) COMP VALUE ZERO.
       01 WRUN-IDX             PIC 9(04) COMP.
       01 WS-FOUND-IDX         PIC 9(04) COMP.
       01 CNT-WRUN-DROPPED     PIC 9(06) VALUE ZERO.
       01 CNT-SECTIONS         PIC 9(06) VALUE ZERO.
       01 REPORT-FOUND-SW      PIC X(01) VALUE 'N'.
          88 REPORT-FOUND                VALUE 'Y'.
           COPY BNRREC.

      *    Every distinct START/END/STEP the live AUDITLOG has run -
      *    the only names a checkpoint file can carry, since a
      *    checkpoint is named after its range, not its run.
       01 RANGE-TABLE.
           05 RNG-ENTRY OCCURS 500 TIMES.
              10 RNG-START-NUMBER   PIC 9(20).
              10 RNG-END-NUMBER     PIC 9(20).
              10 RNG-STEP-NUMBER    PIC 9(10).
       01 RNG-COUNT            PIC 9(04) COMP VALUE ZERO.
       01 RNG-IDX              PIC 9(04) COMP.
       01 RNG-SCAN-IDX         PIC 9(04) COMP.
       01 RNG-FOUND-SW         PIC X(01).
          88 RNG-FOUND                   VALUE 'Y'.
       01 CNT-RNG-DROPPED      PIC 9(06) VALUE ZERO.

      *    Runs still heartbeating - the only owners a checkpoint
      *    may have.  One slot per heartbeat file.
       01 LIVE-RUN-TABLE.
           05 LIVE-ENTRY OCCURS 11 TIMES.
              10 LIVE-SUFFIX        PIC X(01).
              10 LIVE-RUN-NUMBER    PIC 9(08).
              10 LIVE-START-NUMBER  PIC 9(20).
              10 LIVE-END-NUMBER    PIC 9(20).
              10 LIVE-STEP-NUMBER   PIC 9(10).
       01 LIVE-COUNT           PIC 9(02) COMP VALUE ZERO.
       01 LIVE-IDX             PIC 9(02) COMP.
      *    Runs an operator HOLD parked on PARKFILE - a checkpoint
      *    one of them stopped at is kept on purpose for the window
      *    that resumes it, so the run owns it as surely as a live
      *    heartbeat would.
       01 PARKED-RUN-TABLE.
           05 PKD-ENTRY OCCURS 100 TIMES.
              10 PKD-RUN-NUMBER     PIC 9(08).
              10 PKD-CHECKPOINT-NAME PIC X(64).
       01 PKD-COUNT            PIC 9(03) COMP VALUE ZERO.
       01 PKD-IDX              PIC 9(03) COMP.
       01 WS-PARKED-RUN        PIC 9(08).
       01 CHKPT-OWNED-SW       PIC X(01).
          88 CHKPT-OWNED                 VALUE 'Y'.

      *    Every heartbeat and checkpoint name a window can leave -
      *    the classic unsuffixed name, the nine stream digits, and
      *    for the heartbeat the C a CGI hit keeps its own under.
       01 WS-SUFFIX-TABLE      PIC X(11) VALUE " 123456789C".
       01 WS-SUFFIX-IDX        PIC 9(02) COMP.
       01 WS-FILE-SUFFIX       PIC X(01).
       01 WS-CHKPT-START-TRIM  PIC X(20).
       01 WS-CHKPT-END-TRIM    PIC X(20).
       01 WS-CHKPT-STEP-TRIM   PIC X(20).
       01 WS-CHKPT-BASE-NAME   PIC X(64).

      *    A heartbeat older than five minutes belongs to no live
      *    run - the same limit the run status inquiry calls stale.
       01 STALE-LIMIT-SECONDS  PIC 9(06) VALUE 300.
       01 WS-NOW-DATE          PIC 9(08).
       01 WS-NOW-TIME          PIC 9(08).
       01 WS-NOW-SECONDS       PIC 9(06).
       01 WS-UPD-SECONDS       PIC 9(06).
       01 WS-AGE-SECONDS       PIC S9(07).
       01 WS-TIME-PARTS.
           05 WS-TP-HH          PIC 9(02).
           05 WS-TP-MM          PIC 9(02).
           05 WS-TP-SS          PIC 9(02).
           05 WS-TP-HS          PIC 9(02).
       01 WS-SECONDS-OUT       PIC 9(06).
       01 HEARTBEAT-STALE-SW   PIC X(01).
          88 HEARTBEAT-STALE             VALUE 'Y'.

      *    Rejects.  Nobody has worked a reject older than the age
      *    limit (a week unless SWPCTLIN says otherwise) - it is a
      *    request the requester still thinks is coming.
       01 WS-REJECT-DAYS       PIC 9(03) VALUE 7.
       01 WS-REJECT-CUTOFF     PIC 9(08).
       01 WS-DT.
           05 WS-DT-YEAR        PIC 9(04).
           05 WS-DT-MONTH       PIC 9(02).
           05 WS-DT-DAY         PIC 9(02).
       01 WS-DT-NUM            REDEFINES WS-DT PIC 9(08).
       01 WS-LEAP-REM4         PIC 9(04).
       01 WS-LEAP-REM100       PIC 9(04).
       01 WS-LEAP-REM400       PIC 9(04).
       01 WS-LEAP-QUOT         PIC 9(04).
       01 MONTH-DAYS-TABLE.
           05 FILLER PIC X(24) VALUE "312831303130313130313031".
       01 MONTH-DAYS REDEFINES MONTH-DAYS-TABLE.
           05 MONTH-DAY-COUNT   PIC 9(02) OCCURS 12 TIMES.

       01 CNT-EXCEPTIONS       PIC 9(06) VALUE ZERO.
       01 CNT-CHECK-EXCEPTIONS PIC 9(06) VALUE ZERO.
       01 WS-EXCP-KIND         PIC X(11).
       01 WS-EXCP-TEXT         PIC X(117).

       01 WS-OUTPUT-LINE       PIC X(132).
      *    De-editing workspace - a numeric DISPLAY field MOVEd or
      *    STRING'd straight into an alphanumeric field copies its
      *    zero-padded digit string verbatim, so the counts a person
      *    reads pass through here on the way out.
       01 WS-TRIM-SOURCE        PIC 9(20).
       01 WS-TRIM-EDITED        PIC Z(19)9.
       01 WS-TRIM-RESULT        PIC X(20).
       01 WS-TRIM-LEAD-SPACES   PIC 9(02) COMP.
       01 WS-COUNT-A-TRIM       PIC X(20).
       01 WS-COUNT-B-TRIM       PIC X(20).
       01 WS-SUMMARY-LINE       PIC X(80).

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
      *    The window-close integrity sweep.  FBRECON proves each
      *    section's trailer balances; this proves the window's
      *    books are complete - that every run number RUNCTL handed
      *    out is on the audit books exactly once (live AUDITLOG and
      *    every AUDARC generation together), that every batch run
      *    the window audited has its begin and end banners in the
      *    window's REPORTOUT, that no RUNSTATUS heartbeat or range
      *    CHECKPOINT is left behind with no live run to own it, and
      *    that no reject has sat unworked past the age limit.  One
      *    exceptions report, SWEEPOUT; RETURN-CODE 4 when it lists
      *    anything.  Run it after FBRECON has closed the window.
           PERFORM U01-LOAD-SWEEP-CONTROL.
           IF NOT WS-ID-SUPPLIED THEN
             PERFORM 1000-FIND-LATEST-WINDOW THRU 1000Z
           END-IF.
           IF WS-WINDOW-ID NOT = ZERO THEN
             PERFORM 1100-LOAD-WINDOW-BOUNDS THRU 1100Z
           END-IF.
           PERFORM 1300-COLLECT-LIVE-AUDIT THRU 1300Z.
           PERFORM 1400-COLLECT-PARKED-RUNS THRU 1400Z.

           OPEN OUTPUT SWEEP-REPORT.
           PERFORM 1500-PRINT-HEADING THRU 1500Z.
           PERFORM 2000-CHECK-RUN-CONTINUITY THRU 2000Z.
           PERFORM 3000-CHECK-WINDOW-SECTIONS THRU 3000Z.
           PERFORM 4000-CHECK-LEFT-BEHIND-FILES THRU 4000Z.
           PERFORM 5000-CHECK-OLD-REJECTS THRU 5000Z.
           PERFORM 8000-PRINT-VERDICT THRU 8000Z.
           CLOSE SWEEP-REPORT.

           IF CNT-EXCEPTIONS > 0 THEN
             MOVE 4 TO RETURN-CODE
           END-IF.

           MOVE CNT-EXCEPTIONS TO WS-TRIM-SOURCE.
           PERFORM U09A-DE-EDIT-NUMBER THRU U09AZ.
           MOVE SPACES TO WS-SUMMARY-LINE.
           STRING "FBSWEEP: " DELIMITED BY SIZE
             WS-TRIM-RESULT DELIMITED BY SPACE
             " EXCEPTION(S) FOR WINDOW " DELIMITED BY SIZE
             WS-WINDOW-ID DELIMITED BY SIZE
             INTO WS-SUMMARY-LINE.
           DISPLAY WS-SUMMARY-LINE.
           GOBACK.

       1000-FIND-LATEST-WINDOW SECTION.
      *    Window ids are opening timestamps, so the latest window
      *    is simply the largest id any OPEN event carries.
           OPEN INPUT WINDOW-LOG.
           IF WLOG-STATUS-NUM = 00 THEN
             PERFORM 1010-NOTE-ONE-OPEN THRU 1010Z
               UNTIL WLOG-STATUS-NUM > 9
             CLOSE WINDOW-LOG
           END-IF.

       1000Z.
           EXIT.

       1010-NOTE-ONE-OPEN SECTION.
           READ WINDOW-LOG
             AT END
               MOVE 10 TO WLOG-STATUS-NUM
             NOT AT END
               IF WND-EVENT-OPEN
                  AND WND-WINDOW-ID IS NUMERIC
                  AND WND-WINDOW-ID > WS-WINDOW-ID THEN
                 MOVE WND-WINDOW-ID TO WS-WINDOW-ID
               END-IF
           END-READ.

       1010Z.
           EXIT.

       1100-LOAD-WINDOW-BOUNDS SECTION.
           OPEN INPUT WINDOW-LOG.
           IF WLOG-STATUS-NUM = 00 THEN
             PERFORM 1110-NOTE-ONE-BOUND THRU 1110Z
               UNTIL WLOG-STATUS-NUM > 9
             CLOSE WINDOW-LOG
           END-IF.

       1100Z.
           EXIT.

       1110-NOTE-ONE-BOUND SECTION.
           READ WINDOW-LOG
             AT END
               MOVE 10 TO WLOG-STATUS-NUM
             NOT AT END
               IF WND-WINDOW-ID = WS-WINDOW-ID THEN
                 EVALUATE TRUE
                   WHEN WND-EVENT-OPEN
                     SET WINDOW-OPENED TO TRUE
                   WHEN WND-EVENT-CLOSE
                     SET WINDOW-CLOSED TO TRUE
                     MOVE WND-EVENT-DATE TO WS-CLOSE-DATE
                     MOVE WND-EVENT-TIME(1:6) TO WS-CLOSE-TIME
                   WHEN OTHER
                     CONTINUE
                 END-EVALUATE
               END-IF
           END-READ.

       1110Z.
           EXIT.

       1300-COLLECT-LIVE-AUDIT SECTION.
      *    One pass over the live AUDITLOG picks out the window's
      *    batch runs and every distinct range run lately - the
      *    archive generations are history, and neither a window's
      *    runs nor a live checkpoint's range can be in them.
           OPEN INPUT AUDIT-LOG.
           IF AUDIT-STATUS-NUM = 00 THEN
             PERFORM 1310-COLLECT-ONE-RECORD THRU 1310Z
               UNTIL AUDIT-STATUS-NUM > 9
             CLOSE AUDIT-LOG
           END-IF.

       1300Z.
           EXIT.

       1310-COLLECT-ONE-RECORD SECTION.
           READ AUDIT-LOG
             AT END
               MOVE 10 TO AUDIT-STATUS-NUM
             NOT AT END
               IF WINDOW-OPENED AND AUDIT-BATCH-RUN
                  AND AUDIT-RUN-DATE IS NUMERIC
                  AND AUDIT-RUN-TIME IS NUMERIC THEN
                 PERFORM 1320-NOTE-IF-WINDOW-RUN THRU 1320Z
               END-IF
               IF AUDIT-START-NUMBER IS NUMERIC
                  AND AUDIT-STEP-NUMBER IS NUMERIC
                  AND AUDIT-STEP-NUMBER > ZERO THEN
                 PERFORM 1330-NOTE-RANGE THRU 1330Z
               END-IF
           END-READ.

       1310Z.
           EXIT.

       1320-NOTE-IF-WINDOW-RUN SECTION.
      *    Opened at or after the window id (its opening stamp) and,
      *    once the window has closed, no later than its CLOSE.
           MOVE AUDIT-RUN-DATE TO WS-AUDIT-STAMP-DATE.
           MOVE AUDIT-RUN-TIME(1:6) TO WS-AUDIT-STAMP-TIME.
           IF WS-AUDIT-STAMP-NUM >= WS-WINDOW-ID
              AND (NOT WINDOW-CLOSED
                   OR WS-AUDIT-STAMP-NUM <= WS-CLOSE-STAMP-NUM) THEN
             IF WRUN-COUNT < 500 THEN
               ADD 1 TO WRUN-COUNT
               MOVE AUDIT-RUN-NUMBER TO WRUN-RUN-NUMBER(WRUN-COUNT)
               MOVE 'N' TO WRUN-BEGIN-SW(WRUN-COUNT)
                 WRUN-END-SW(WRUN-COUNT)
             ELSE
               ADD 1 TO CNT-WRUN-DROPPED
             END-IF
           END-IF.

       1320Z.
           EXIT.

       1400-COLLECT-PARKED-RUNS SECTION.
      *    PARKFILE accounts for two things the audit books alone
      *    would get wrong.  A run still held keeps its checkpoint
      *    for a later window.  A run this window resumed wrote its
      *    section here under an audit record stamped in the window
      *    that held it, so it joins the window's runs from here
      *    instead.  No PARKFILE is the usual case.
           OPEN INPUT PARK-FILE.
           IF PARK-STATUS-NUM = 00 THEN
             PERFORM 1410-COLLECT-ONE-PARKED THRU 1410Z
               UNTIL PARK-STATUS-NUM > 9
             CLOSE PARK-FILE
           END-IF.

       1400Z.
           EXIT.

       1410-COLLECT-ONE-PARKED SECTION.
           READ PARK-FILE
             AT END
               MOVE 10 TO PARK-STATUS-NUM
             NOT AT END
               EVALUATE TRUE
                 WHEN PARK-RUN-NUMBER IS NOT NUMERIC
                 WHEN PARK-RUN-NUMBER = ZERO
                   CONTINUE
                 WHEN PARK-HELD
                   IF PKD-COUNT < 100 THEN
                     ADD 1 TO PKD-COUNT
                     MOVE PARK-RUN-NUMBER TO PKD-RUN-NUMBER(PKD-COUNT)
                     MOVE PARK-CHECKPOINT-NAME TO
                       PKD-CHECKPOINT-NAME(PKD-COUNT)
                   END-IF
                 WHEN PARK-RELEASED AND WINDOW-OPENED
                      AND PARK-SETTLED-WINDOW-ID = WS-WINDOW-ID
                   IF WRUN-COUNT < 500 THEN
                     ADD 1 TO WRUN-COUNT
                     MOVE PARK-RUN-NUMBER TO
                       WRUN-RUN-NUMBER(WRUN-COUNT)
                     MOVE 'N' TO WRUN-BEGIN-SW(WRUN-COUNT)
                       WRUN-END-SW(WRUN-COUNT)
                   ELSE
                     ADD 1 TO CNT-WRUN-DROPPED
                   END-IF
                 WHEN OTHER
                   CONTINUE
               END-EVALUATE
           END-READ.

       1410Z.
           EXIT.

       1330-NOTE-RANGE SECTION.
           MOVE 'N' TO RNG-FOUND-SW.
           PERFORM 1340-MATCH-ONE-RANGE THRU 1340Z
             VARYING RNG-SCAN-IDX FROM 1 BY 1
             UNTIL RNG-SCAN-IDX > RNG-COUNT OR RNG-FOUND.
           IF NOT RNG-FOUND THEN
             IF RNG-COUNT < 500 THEN
               ADD 1 TO RNG-COUNT
               MOVE AUDIT-START-NUMBER TO RNG-START-NUMBER(RNG-COUNT)
               MOVE AUDIT-END-NUMBER TO RNG-END-NUMBER(RNG-COUNT)
               MOVE AUDIT-STEP-NUMBER TO RNG-STEP-NUMBER(RNG-COUNT)
             ELSE
               ADD 1 TO CNT-RNG-DROPPED
             END-IF
           END-IF.

       1330Z.
           EXIT.

       1340-MATCH-ONE-RANGE SECTION.
           IF RNG-START-NUMBER(RNG-SCAN-IDX) = AUDIT-START-NUMBER
              AND RNG-END-NUMBER(RNG-SCAN-IDX) = AUDIT-END-NUMBER
              AND RNG-STEP-NUMBER(RNG-SCAN-IDX) = AUDIT-STEP-NUMBER
           THEN
             SET RNG-FOUND TO TRUE
           END-IF.

       1340Z.
           EXIT.

       1500-PRINT-HEADING SECTION.
           MOVE SPACES TO WS-OUTPUT-LINE.
           STRING "FIZZBUZZ WINDOW-CLOSE INTEGRITY SWEEP - WINDOW "
             DELIMITED BY SIZE
             WS-WINDOW-ID DELIMITED BY SIZE
             "   RUN " DELIMITED BY SIZE
             WS-NOW-DATE DELIMITED BY SIZE
             "/" DELIMITED BY SIZE
             WS-NOW-TIME(1:6) DELIMITED BY SIZE
             INTO WS-OUTPUT-LINE.
           PERFORM 9000-WRITE-REPORT-LINE THRU 9000Z.
           MOVE SPACES TO WS-OUTPUT-LINE.
           PERFORM 9000-WRITE-REPORT-LINE THRU 9000Z.

       1500Z.
           EXIT.

       2000-CHECK-RUN-CONTINUITY SECTION.
           MOVE "1. RUN-NUMBER CONTINUITY - AUDITLOG AND AUDARC"
             TO WS-OUTPUT-LINE.
           PERFORM 9000-WRITE-REPORT-LINE THRU 9000Z.
           MOVE ZERO TO CNT-CHECK-EXCEPTIONS.

           SORT SORT-WORK
             ON ASCENDING KEY SRT-RUN-NUMBER SRT-RUN-DATE SRT-RUN-TIME
             INPUT PROCEDURE IS 2100-RELEASE-AUDIT-RUNS
             OUTPUT PROCEDURE IS 2500-JUDGE-RUN-SEQUENCES.

           IF CNT-UNNUMBERED > 0 THEN
             MOVE CNT-UNNUMBERED TO WS-TRIM-SOURCE
             PERFORM U09A-DE-EDIT-NUMBER THRU U09AZ
             MOVE SPACES TO WS-OUTPUT-LINE
             STRING "  " DELIMITED BY SIZE
               WS-TRIM-RESULT DELIMITED BY SPACE
               " RECORD(S) FROM BEFORE RUN NUMBERS - NOT JUDGED"
               DELIMITED BY SIZE
               INTO WS-OUTPUT-LINE
             PERFORM 9000-WRITE-REPORT-LINE THRU 9000Z
           END-IF.
           PERFORM 9200-CLOSE-CHECK THRU 9200Z.

       2000Z.
           EXIT.

       2100-RELEASE-AUDIT-RUNS SECTION.
           MOVE "AUDITLOG" TO WS-SOURCE-NAME.
           OPEN INPUT AUDIT-LOG.
           IF AUDIT-STATUS-NUM = 00 THEN
             PERFORM 2110-RELEASE-ONE-LIVE THRU 2110Z
               UNTIL AUDIT-STATUS-NUM > 9
             CLOSE AUDIT-LOG
           ELSE
             MOVE "NO AUDITLOG" TO WS-EXCP-KIND
             MOVE "NO LIVE AUDITLOG ON HAND - THE WINDOW HAS NO BOOKS"
               TO WS-EXCP-TEXT
             PERFORM 9100-WRITE-EXCEPTION THRU 9100Z
           END-IF.

           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           MOVE WS-TODAY-DATE(1:6) TO WS-WALK-MONTH.
           MOVE ZERO TO WS-MONTH-GUARD.
           PERFORM 2150-RELEASE-ONE-GENERATION THRU 2150Z
             UNTIL WS-MONTH-GUARD > 24.

       2100Z.
           EXIT.

       2110-RELEASE-ONE-LIVE SECTION.
           READ AUDIT-LOG
             AT END
               MOVE 10 TO AUDIT-STATUS-NUM
             NOT AT END
               MOVE AUDIT-RECORD TO WORK-RECORD
               PERFORM 2190-RELEASE-WORK-RECORD THRU 2190Z
           END-READ.

       2110Z.
           EXIT.

       2150-RELEASE-ONE-GENERATION SECTION.
           MOVE SPACES TO WS-ARCHIVE-NAME.
           STRING "AUDARC." DELIMITED BY SIZE
             WS-WALK-MONTH DELIMITED BY SIZE
             INTO WS-ARCHIVE-NAME.
           MOVE WS-ARCHIVE-NAME TO WS-SOURCE-NAME.

           OPEN INPUT ARCHIVE-FILE.
           IF ARCH-STATUS-NUM = 00 THEN
             PERFORM 2160-RELEASE-ONE-ARCHIVED THRU 2160Z
               UNTIL ARCH-STATUS-NUM > 9
             CLOSE ARCHIVE-FILE
           END-IF.

           PERFORM U04-WALK-BACK-ONE-MONTH.
           ADD 1 TO WS-MONTH-GUARD.

       2150Z.
           EXIT.

       2160-RELEASE-ONE-ARCHIVED SECTION.
           READ ARCHIVE-FILE
             AT END
               MOVE 10 TO ARCH-STATUS-NUM
             NOT AT END
               IF ARCH-RECORD(1:1) = "*" THEN
                 CONTINUE
               ELSE
                 MOVE ARCH-RECORD TO WORK-RECORD
                 PERFORM 2190-RELEASE-WORK-RECORD THRU 2190Z
               END-IF
           END-READ.

       2160Z.
           EXIT.

       2190-RELEASE-WORK-RECORD SECTION.
      *    Records from before run numbers existed carry spaces there
      *    and prove nothing either way.
           IF WORK-RUN-NUMBER IS NUMERIC THEN
             MOVE WORK-RUN-NUMBER TO SRT-RUN-NUMBER
             MOVE WORK-RUN-DATE TO SRT-RUN-DATE
             MOVE WORK-RUN-TIME TO SRT-RUN-TIME
             MOVE WS-SOURCE-NAME TO SRT-SOURCE
             RELEASE SORT-RECORD
           ELSE
             ADD 1 TO CNT-UNNUMBERED
           END-IF.

       2190Z.
           EXIT.

       2500-JUDGE-RUN-SEQUENCES SECTION.
           MOVE 'N' TO SORT-END-SW SEQ-OPEN-SW.
           PERFORM 2510-RETURN-ONE-RUN THRU 2510Z
             UNTIL SORT-AT-END.
           IF SEQ-OPEN THEN
             PERFORM 2600-CLOSE-SEQUENCE THRU 2600Z
           END-IF.

       2500Z.
           EXIT.

       2510-RETURN-ONE-RUN SECTION.
           RETURN SORT-WORK
             AT END
               SET SORT-AT-END TO TRUE
             NOT AT END
               PERFORM 2520-JUDGE-ONE-RUN THRU 2520Z
           END-RETURN.

       2510Z.
           EXIT.

       2520-JUDGE-ONE-RUN SECTION.
      *    Number zero is what a run carries when RUNCTL stayed
      *    locked and it could not draw - it belongs to no sequence
      *    and is an exception every time.
           EVALUATE TRUE
             WHEN SRT-RUN-NUMBER = ZERO
               MOVE "RUN ZERO" TO WS-EXCP-KIND
               MOVE SPACES TO WS-EXCP-TEXT
               STRING "RUN NUMBER ZERO ON " DELIMITED BY SIZE
                 SRT-SOURCE DELIMITED BY SPACE
                 " " DELIMITED BY SIZE
                 SRT-RUN-DATE DELIMITED BY SIZE
                 "/" DELIMITED BY SIZE
                 SRT-RUN-TIME(1:6) DELIMITED BY SIZE
                 " - RUN CONTROL WAS LOCKED" DELIMITED BY SIZE
                 INTO WS-EXCP-TEXT
               PERFORM 9100-WRITE-EXCEPTION THRU 9100Z
             WHEN NOT SEQ-OPEN
               PERFORM 2540-OPEN-SEQUENCE THRU 2540Z
             WHEN SRT-RUN-SEQUENCE NOT = WS-SEQ-DIGIT
               PERFORM 2600-CLOSE-SEQUENCE THRU 2600Z
               PERFORM 2540-OPEN-SEQUENCE THRU 2540Z
             WHEN SRT-RUN-SERIAL = WS-SEQ-HIGH
               PERFORM 2550-NOTE-DUPLICATE THRU 2550Z
             WHEN OTHER
               IF SRT-RUN-SERIAL > WS-SEQ-HIGH + 1 THEN
                 COMPUTE WS-GAP-FROM = WS-SEQ-DIGIT * 10000000
                   + WS-SEQ-HIGH + 1
                 COMPUTE WS-GAP-THRU = SRT-RUN-NUMBER - 1
                 PERFORM 2560-NOTE-GAP THRU 2560Z
               END-IF
               MOVE SRT-RUN-SERIAL TO WS-SEQ-HIGH
               ADD 1 TO WS-SEQ-COUNT
           END-EVALUATE.

           IF SRT-RUN-NUMBER NOT = ZERO THEN
             MOVE SRT-SOURCE TO WS-PREV-SOURCE
             MOVE SRT-RUN-DATE TO WS-PREV-DATE
             MOVE SRT-RUN-TIME TO WS-PREV-TIME
           END-IF.

       2520Z.
           EXIT.

       2540-OPEN-SEQUENCE SECTION.
           SET SEQ-OPEN TO TRUE.
           MOVE SRT-RUN-SEQUENCE TO WS-SEQ-DIGIT.
           MOVE SRT-RUN-SERIAL TO WS-SEQ-LOW WS-SEQ-HIGH.
           MOVE 1 TO WS-SEQ-COUNT.

       2540Z.
           EXIT.

       2550-NOTE-DUPLICATE SECTION.
           MOVE "DUPLICATE" TO WS-EXCP-KIND.
           MOVE SPACES TO WS-EXCP-TEXT.
           STRING "RUN " DELIMITED BY SIZE
             SRT-RUN-NUMBER DELIMITED BY SIZE
             " ON " DELIMITED BY SIZE
             WS-PREV-SOURCE DELIMITED BY SPACE
             " " DELIMITED BY SIZE
             WS-PREV-DATE DELIMITED BY SIZE
             "/" DELIMITED BY SIZE
             WS-PREV-TIME(1:6) DELIMITED BY SIZE
             " AND AGAIN ON " DELIMITED BY SIZE
             SRT-SOURCE DELIMITED BY SPACE
             " " DELIMITED BY SIZE
             SRT-RUN-DATE DELIMITED BY SIZE
             "/" DELIMITED BY SIZE
             SRT-RUN-TIME(1:6) DELIMITED BY SIZE
             INTO WS-EXCP-TEXT.
           PERFORM 9100-WRITE-EXCEPTION THRU 9100Z.

       2550Z.
           EXIT.

       2560-NOTE-GAP SECTION.
      *    WS-GAP-FROM thru WS-GAP-THRU were handed out and never
      *    reached the books.
           COMPUTE WS-GAP-COUNT = WS-GAP-THRU - WS-GAP-FROM + 1.
           MOVE WS-GAP-COUNT TO WS-TRIM-SOURCE.
           PERFORM U09A-DE-EDIT-NUMBER THRU U09AZ.
           MOVE "GAP" TO WS-EXCP-KIND.
           MOVE SPACES TO WS-EXCP-TEXT.
           STRING "RUNS " DELIMITED BY SIZE
             WS-GAP-FROM DELIMITED BY SIZE
             " THRU " DELIMITED BY SIZE
             WS-GAP-THRU DELIMITED BY SIZE
             " NOT ON THE BOOKS - " DELIMITED BY SIZE
             WS-TRIM-RESULT DELIMITED BY SPACE
             " NUMBER(S) MISSING" DELIMITED BY SIZE
             INTO WS-EXCP-TEXT.
           PERFORM 9100-WRITE-EXCEPTION THRU 9100Z.

       2560Z.
           EXIT.

       2600-CLOSE-SEQUENCE SECTION.
      *    The sequence's own counter names the last number it handed
      *    out - anything above the books' highest was drawn and
      *    never audited; a counter below the books was reset or
      *    wrapped under them.
           MOVE SPACES TO WS-RUNCTL-NAME.
           IF WS-SEQ-DIGIT = ZERO THEN
             MOVE "RUNCTL" TO WS-RUNCTL-NAME
           ELSE
             STRING "RUNCTL" DELIMITED BY SIZE
               WS-SEQ-DIGIT-X DELIMITED BY SIZE
               INTO WS-RUNCTL-NAME
           END-IF.
           MOVE 'N' TO CTL-FOUND-SW.
           OPEN INPUT RUN-CONTROL.
           IF RUNCTL-STATUS-NUM = 00 THEN
             READ RUN-CONTROL
               AT END
                 CONTINUE
               NOT AT END
                 IF CTL-LAST-RUN-NUMBER IS NUMERIC THEN
                   MOVE CTL-LAST-RUN-NUMBER TO WS-CTL-HIGH
                   SET CTL-FOUND TO TRUE
                 END-IF
             END-READ
             CLOSE RUN-CONTROL
           END-IF.

           IF CTL-FOUND THEN
             EVALUATE TRUE
               WHEN WS-CTL-HIGH > WS-SEQ-HIGH
                 COMPUTE WS-GAP-FROM = WS-SEQ-DIGIT * 10000000
                   + WS-SEQ-HIGH + 1
                 COMPUTE WS-GAP-THRU = WS-SEQ-DIGIT * 10000000
                   + WS-CTL-HIGH
                 PERFORM 2560-NOTE-GAP THRU 2560Z
               WHEN WS-CTL-HIGH < WS-SEQ-HIGH
                 MOVE "COUNTER" TO WS-EXCP-KIND
                 MOVE SPACES TO WS-EXCP-TEXT
                 STRING WS-RUNCTL-NAME DELIMITED BY SPACE
                   " STANDS AT " DELIMITED BY SIZE
                   WS-CTL-HIGH(2:7) DELIMITED BY SIZE
                   ", BELOW SERIAL " DELIMITED BY SIZE
                   WS-SEQ-HIGH DELIMITED BY SIZE
                   " ON THE BOOKS - RESET OR WRAPPED"
                   DELIMITED BY SIZE
                   INTO WS-EXCP-TEXT
                 PERFORM 9100-WRITE-EXCEPTION THRU 9100Z
               WHEN OTHER
                 CONTINUE
             END-EVALUATE
           END-IF.

           MOVE SPACES TO WS-CTL-NOTE.
           IF CTL-FOUND THEN
             STRING WS-RUNCTL-NAME DELIMITED BY SPACE
               " AT " DELIMITED BY SIZE
               WS-CTL-HIGH(2:7) DELIMITED BY SIZE
               INTO WS-CTL-NOTE
           ELSE
             STRING "NO " DELIMITED BY SIZE
               WS-RUNCTL-NAME DELIMITED BY SPACE
               " ON HAND" DELIMITED BY SIZE
               INTO WS-CTL-NOTE
           END-IF.

           MOVE WS-SEQ-COUNT TO WS-TRIM-SOURCE.
           PERFORM U09A-DE-EDIT-NUMBER THRU U09AZ.
           MOVE WS-TRIM-RESULT TO WS-COUNT-A-TRIM.
           MOVE SPACES TO WS-OUTPUT-LINE.
           STRING "  SEQUENCE " DELIMITED BY SIZE
             WS-SEQ-DIGIT DELIMITED BY SIZE
             ": " DELIMITED BY SIZE
             WS-COUNT-A-TRIM DELIMITED BY SPACE
             " RUN(S) ON THE BOOKS, SERIALS " DELIMITED BY SIZE
             WS-SEQ-LOW DELIMITED BY SIZE
             " THRU " DELIMITED BY SIZE
             WS-SEQ-HIGH DELIMITED BY SIZE
             ", " DELIMITED BY SIZE
             WS-CTL-NOTE DELIMITED BY SIZE
             INTO WS-OUTPUT-LINE.
           PERFORM 9000-WRITE-REPORT-LINE THRU 9000Z.

       2600Z.
           EXIT.

       3000-CHECK-WINDOW-SECTIONS SECTION.
      *    Every batch run the window audited should have left a
      *    begin and an end banner in the window's REPORTOUT (the
      *    classic run's own, or FBMERGE's combined copy), and every
      *    section there should belong to one of those runs.
           MOVE "2. THE WINDOW'S BATCH RUNS AGAINST ITS REPORTOUT"
             TO WS-OUTPUT-LINE.
           PERFORM 9000-WRITE-REPORT-LINE THRU 9000Z.
           MOVE ZERO TO CNT-CHECK-EXCEPTIONS.

           EVALUATE TRUE
             WHEN WS-WINDOW-ID = ZERO
               MOVE "NO WINDOW" TO WS-EXCP-KIND
               MOVE SPACES TO WS-EXCP-TEXT
               STRING "NO WINDOW ON WINDOWLOG - NO RUNS TO HOLD "
                 DELIMITED BY SIZE
                 "AGAINST A REPORTOUT" DELIMITED BY SIZE
                 INTO WS-EXCP-TEXT
               PERFORM 9100-WRITE-EXCEPTION THRU 9100Z
             WHEN NOT WINDOW-OPENED
               MOVE "NO WINDOW" TO WS-EXCP-KIND
               MOVE SPACES TO WS-EXCP-TEXT
               STRING "WINDOW " DELIMITED BY SIZE
                 WS-WINDOW-ID DELIMITED BY SIZE
                 " HAS NO OPEN EVENT ON WINDOWLOG" DELIMITED BY SIZE
                 INTO WS-EXCP-TEXT
               PERFORM 9100-WRITE-EXCEPTION THRU 9100Z
             WHEN OTHER
               PERFORM 3100-HOLD-RUNS-AGAINST-REPORT THRU 3100Z
           END-EVALUATE.
           PERFORM 9200-CLOSE-CHECK THRU 9200Z.

       3000Z.
           EXIT.

       3100-HOLD-RUNS-AGAINST-REPORT SECTION.
           IF NOT WINDOW-CLOSED THEN
             MOVE "NOT CLOSED" TO WS-EXCP-KIND
             MOVE SPACES TO WS-EXCP-TEXT
             STRING "NO CLOSE EVENT ON WINDOWLOG - THE WINDOW IS "
               DELIMITED BY SIZE
               "STILL RUNNING OR DIED; THESE BOOKS ARE PROVISIONAL"
               DELIMITED BY SIZE
               INTO WS-EXCP-TEXT
             PERFORM 9100-WRITE-EXCEPTION THRU 9100Z
           END-IF.

           MOVE ZERO TO CNT-SECTIONS.
           OPEN INPUT REPORTOUT.
           IF REPORT-STATUS-NUM = 00 THEN
             SET REPORT-FOUND TO TRUE
             PERFORM 3110-SCAN-ONE-LINE THRU 3110Z
               UNTIL REPORT-STATUS-NUM > 9
             CLOSE REPORTOUT
           ELSE
             IF WRUN-COUNT > 0 THEN
               MOVE "NO REPORT" TO WS-EXCP-KIND
               MOVE "NO REPORTOUT ON HAND FOR THE WINDOW'S BATCH RUNS"
                 TO WS-EXCP-TEXT
               PERFORM 9100-WRITE-EXCEPTION THRU 9100Z
             END-IF
           END-IF.

           PERFORM 3200-JUDGE-ONE-WINDOW-RUN THRU 3200Z
             VARYING WRUN-IDX FROM 1 BY 1
             UNTIL WRUN-IDX > WRUN-COUNT.

           IF CNT-WRUN-DROPPED > 0 THEN
             MOVE CNT-WRUN-DROPPED TO WS-TRIM-SOURCE
             PERFORM U09A-DE-EDIT-NUMBER THRU U09AZ
             MOVE "NOT CHECKED" TO WS-EXCP-KIND
             MOVE SPACES TO WS-EXCP-TEXT
             STRING WS-TRIM-RESULT DELIMITED BY SPACE
               " WINDOW RUN(S) PAST THE FIVE HUNDREDTH NOT HELD "
               DELIMITED BY SIZE
               "AGAINST REPORTOUT" DELIMITED BY SIZE
               INTO WS-EXCP-TEXT
             PERFORM 9100-WRITE-EXCEPTION THRU 9100Z
           END-IF.

           MOVE WRUN-COUNT TO WS-TRIM-SOURCE.
           PERFORM U09A-DE-EDIT-NUMBER THRU U09AZ.
           MOVE WS-TRIM-RESULT TO WS-COUNT-A-TRIM.
           MOVE CNT-SECTIONS TO WS-TRIM-SOURCE.
           PERFORM U09A-DE-EDIT-NUMBER THRU U09AZ.
           MOVE WS-TRIM-RESULT TO WS-COUNT-B-TRIM.
           MOVE SPACES TO WS-OUTPUT-LINE.
           STRING "  " DELIMITED BY SIZE
             WS-COUNT-A-TRIM DELIMITED BY SPACE
             " BATCH RUN(S) AUDITED IN THE WINDOW, " DELIMITED BY SIZE
             WS-COUNT-B-TRIM DELIMITED BY SPACE
             " SECTION(S) BEGUN IN REPORTOUT" DELIMITED BY SIZE
             INTO WS-OUTPUT-LINE.
           PERFORM 9000-WRITE-REPORT-LINE THRU 9000Z.

       3100Z.
           EXIT.

       3110-SCAN-ONE-LINE SECTION.
           READ REPORTOUT
             AT END
               MOVE 10 TO REPORT-STATUS-NUM
             NOT AT END
               MOVE REPORT-LINE TO RANGE-BANNER-RECORD
               IF BNR-BEGIN-BANNER OR BNR-END-BANNER THEN
                 PERFORM 3120-NOTE-BANNER THRU 3120Z
               END-IF
           END-READ.

       3110Z.
           EXIT.

       3120-NOTE-BANNER SECTION.
           MOVE ZERO TO WS-FOUND-IDX.
           PERFORM 3130-MATCH-ONE-RUN THRU 3130Z
             VARYING WRUN-IDX FROM 1 BY 1
             UNTIL WRUN-IDX > WRUN-COUNT OR WS-FOUND-IDX > 0.

           IF BNR-BEGIN-BANNER THEN
             ADD 1 TO CNT-SECTIONS
           END-IF.

           EVALUATE TRUE
             WHEN WS-FOUND-IDX > 0 AND BNR-BEGIN-BANNER
               MOVE 'Y' TO WRUN-BEGIN-SW(WS-FOUND-IDX)
             WHEN WS-FOUND-IDX > 0
               MOVE 'Y' TO WRUN-END-SW(WS-FOUND-IDX)
             WHEN BNR-BEGIN-BANNER
               MOVE "NO AUDIT" TO WS-EXCP-KIND
               MOVE SPACES TO WS-EXCP-TEXT
               STRING "SECTION SEQ " DELIMITED BY SIZE
                 BNR-SEQUENCE DELIMITED BY SIZE
                 " RUN " DELIMITED BY SIZE
                 BNR-RUN-NUMBER DELIMITED BY SIZE
                 " IN REPORTOUT - NOT AUDITED AS ONE OF THE WINDOW'S "
                 DELIMITED BY SIZE
                 "BATCH RUNS" DELIMITED BY SIZE
                 INTO WS-EXCP-TEXT
               PERFORM 9100-WRITE-EXCEPTION THRU 9100Z
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

       3120Z.
           EXIT.

       3130-MATCH-ONE-RUN SECTION.
           IF WRUN-RUN-NUMBER(WRUN-IDX) = BNR-RUN-NUMBER THEN
             MOVE WRUN-IDX TO WS-FOUND-IDX
           END-IF.

       3130Z.
           EXIT.

       3200-JUDGE-ONE-WINDOW-RUN SECTION.
           MOVE SPACES TO WS-EXCP-TEXT.
           EVALUATE TRUE
             WHEN WRUN-HAS-BEGIN(WRUN-IDX)
                  AND WRUN-HAS-END(WRUN-IDX)
               CONTINUE
             WHEN WRUN-HAS-BEGIN(WRUN-IDX)
               MOVE "TORN" TO WS-EXCP-KIND
               STRING "RUN " DELIMITED BY SIZE
                 WRUN-RUN-NUMBER(WRUN-IDX) DELIMITED BY SIZE
                 " BEGUN IN REPORTOUT WITH NO END BANNER"
                 DELIMITED BY SIZE
                 INTO WS-EXCP-TEXT
             WHEN WRUN-HAS-END(WRUN-IDX)
               MOVE "TORN" TO WS-EXCP-KIND
               STRING "RUN " DELIMITED BY SIZE
                 WRUN-RUN-NUMBER(WRUN-IDX) DELIMITED BY SIZE
                 " ENDED IN REPORTOUT WITH NO BEGIN BANNER"
                 DELIMITED BY SIZE
                 INTO WS-EXCP-TEXT
             WHEN OTHER
               MOVE "NO SECTION" TO WS-EXCP-KIND
               STRING "RUN " DELIMITED BY SIZE
                 WRUN-RUN-NUMBER(WRUN-IDX) DELIMITED BY SIZE
                 " AUDITED IN THE WINDOW - NO BANNERS IN REPORTOUT"
                 DELIMITED BY SIZE
                 INTO WS-EXCP-TEXT
           END-EVALUATE.
           IF WS-EXCP-TEXT NOT = SPACES THEN
             PERFORM 9100-WRITE-EXCEPTION THRU 9100Z
           END-IF.

       3200Z.
           EXIT.

       4000-CHECK-LEFT-BEHIND-FILES SECTION.
      *    Heartbeats first: a fresh one is a live run and may own a
      *    checkpoint; a stale one is itself left behind.  Then every
      *    checkpoint name the live books' ranges could have made -
      *    a file still holding a record is unfinished progress, and
      *    unless a live run of the same range and stream owns it,
      *    nothing will ever pick it up but a chance repeat.
           MOVE "3. RUNSTATUS AND CHECKPOINT FILES NO LIVE RUN OWNS"
             TO WS-OUTPUT-LINE.
           PERFORM 9000-WRITE-REPORT-LINE THRU 9000Z.
           MOVE ZERO TO CNT-CHECK-EXCEPTIONS.

           PERFORM 4100-PROBE-ONE-HEARTBEAT THRU 4100Z
             VARYING WS-SUFFIX-IDX FROM 1 BY 1
             UNTIL WS-SUFFIX-IDX > 11.

           PERFORM 4200-PROBE-ONE-RANGE THRU 4200Z
             VARYING RNG-IDX FROM 1 BY 1
             UNTIL RNG-IDX > RNG-COUNT.

           IF CNT-RNG-DROPPED > 0 THEN
             MOVE CNT-RNG-DROPPED TO WS-TRIM-SOURCE
             PERFORM U09A-DE-EDIT-NUMBER THRU U09AZ
             MOVE "NOT CHECKED" TO WS-EXCP-KIND
             MOVE SPACES TO WS-EXCP-TEXT
             STRING WS-TRIM-RESULT DELIMITED BY SPACE
               " RANGE(S) PAST THE FIVE HUNDREDTH - THEIR "
               DELIMITED BY SIZE
               "CHECKPOINTS WERE NOT PROBED" DELIMITED BY SIZE
               INTO WS-EXCP-TEXT
             PERFORM 9100-WRITE-EXCEPTION THRU 9100Z
           END-IF.
           PERFORM 9200-CLOSE-CHECK THRU 9200Z.

       4000Z.
           EXIT.

       4100-PROBE-ONE-HEARTBEAT SECTION.
           MOVE WS-SUFFIX-TABLE(WS-SUFFIX-IDX:1) TO WS-FILE-SUFFIX.
           MOVE SPACES TO WS-RUNSTATUS-NAME.
           STRING "RUNSTATUS" DELIMITED BY SIZE
             WS-FILE-SUFFIX DELIMITED BY SPACE
             INTO WS-RUNSTATUS-NAME.

           OPEN INPUT RUN-STATUS-FILE.
           IF STAT-STATUS-NUM = 00 THEN
             READ RUN-STATUS-FILE
               AT END
                 CONTINUE
               NOT AT END
                 PERFORM 4110-JUDGE-HEARTBEAT THRU 4110Z
             END-READ
             CLOSE RUN-STATUS-FILE
           END-IF.

       4100Z.
           EXIT.

       4110-JUDGE-HEARTBEAT SECTION.
           MOVE 'N' TO HEARTBEAT-STALE-SW.
           IF STAT-UPD-DATE IS NOT NUMERIC
              OR STAT-UPD-TIME IS NOT NUMERIC
              OR STAT-UPD-DATE < WS-NOW-DATE THEN
             SET HEARTBEAT-STALE TO TRUE
           ELSE
             MOVE STAT-UPD-TIME TO WS-TIME-PARTS
             PERFORM U02-TIME-TO-SECONDS
             MOVE WS-SECONDS-OUT TO WS-UPD-SECONDS
             COMPUTE WS-AGE-SECONDS = WS-NOW-SECONDS - WS-UPD-SECONDS
             IF WS-AGE-SECONDS > STALE-LIMIT-SECONDS THEN
               SET HEARTBEAT-STALE TO TRUE
             END-IF
           END-IF.

           IF HEARTBEAT-STALE THEN
             MOVE "RUNSTATUS" TO WS-EXCP-KIND
             MOVE SPACES TO WS-EXCP-TEXT
             STRING WS-RUNSTATUS-NAME DELIMITED BY SPACE
               " HOLDS RUN " DELIMITED BY SIZE
               STAT-RUN-NUMBER DELIMITED BY SIZE
               ", LAST BEAT " DELIMITED BY SIZE
               STAT-UPD-DATE DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               STAT-UPD-TIME(1:6) DELIMITED BY SIZE
               " - NO LIVE RUN" DELIMITED BY SIZE
               INTO WS-EXCP-TEXT
             PERFORM 9100-WRITE-EXCEPTION THRU 9100Z
           ELSE
             ADD 1 TO LIVE-COUNT
             MOVE WS-FILE-SUFFIX TO LIVE-SUFFIX(LIVE-COUNT)
             MOVE STAT-RUN-NUMBER TO LIVE-RUN-NUMBER(LIVE-COUNT)
             MOVE STAT-START-NUMBER TO LIVE-START-NUMBER(LIVE-COUNT)
             MOVE STAT-END-NUMBER TO LIVE-END-NUMBER(LIVE-COUNT)
             MOVE STAT-STEP-NUMBER TO LIVE-STEP-NUMBER(LIVE-COUNT)
             MOVE SPACES TO WS-OUTPUT-LINE
             STRING "  IN FLIGHT  " DELIMITED BY SIZE
               WS-RUNSTATUS-NAME DELIMITED BY SPACE
               " RUN " DELIMITED BY SIZE
               STAT-RUN-NUMBER DELIMITED BY SIZE
               " STILL BEATING - NOT AN EXCEPTION" DELIMITED BY SIZE
               INTO WS-OUTPUT-LINE
             PERFORM 9000-WRITE-REPORT-LINE THRU 9000Z
           END-IF.

       4110Z.
           EXIT.

       4200-PROBE-ONE-RANGE SECTION.
      *    The name is built the way FIZZBUZZ builds it - trimmed
      *    START, END and STEP, and a stream's digit on the end.
           MOVE RNG-START-NUMBER(RNG-IDX) TO WS-TRIM-SOURCE.
           PERFORM U09A-DE-EDIT-NUMBER THRU U09AZ.
           MOVE WS-TRIM-RESULT TO WS-CHKPT-START-TRIM.
           MOVE RNG-END-NUMBER(RNG-IDX) TO WS-TRIM-SOURCE.
           PERFORM U09A-DE-EDIT-NUMBER THRU U09AZ.
           MOVE WS-TRIM-RESULT TO WS-CHKPT-END-TRIM.
           MOVE RNG-STEP-NUMBER(RNG-IDX) TO WS-TRIM-SOURCE.
           PERFORM U09A-DE-EDIT-NUMBER THRU U09AZ.
           MOVE WS-TRIM-RESULT TO WS-CHKPT-STEP-TRIM.

           MOVE SPACES TO WS-CHKPT-BASE-NAME.
           STRING "CHECKPOINT." DELIMITED BY SIZE
             WS-CHKPT-START-TRIM DELIMITED BY SPACE
             "." DELIMITED BY SIZE
             WS-CHKPT-END-TRIM DELIMITED BY SPACE
             "." DELIMITED BY SIZE
             WS-CHKPT-STEP-TRIM DELIMITED BY SPACE
             INTO WS-CHKPT-BASE-NAME.

           PERFORM 4210-PROBE-ONE-CHECKPOINT THRU 4210Z
             VARYING WS-SUFFIX-IDX FROM 1 BY 1
             UNTIL WS-SUFFIX-IDX > 10.

       4200Z.
           EXIT.

       4210-PROBE-ONE-CHECKPOINT SECTION.
           MOVE WS-SUFFIX-TABLE(WS-SUFFIX-IDX:1) TO WS-FILE-SUFFIX.
           MOVE SPACES TO WS-CHECKPOINT-FILENAME.
           IF WS-FILE-SUFFIX = SPACE THEN
             MOVE WS-CHKPT-BASE-NAME TO WS-CHECKPOINT-FILENAME
           ELSE
             STRING WS-CHKPT-BASE-NAME DELIMITED BY SPACE
               "." DELIMITED BY SIZE
               WS-FILE-SUFFIX DELIMITED BY SIZE
               INTO WS-CHECKPOINT-FILENAME
           END-IF.

           OPEN INPUT CHECKPOINT-FILE.
           IF CHKPT-STATUS-NUM = 00 THEN
             READ CHECKPOINT-FILE
               AT END
                 CONTINUE
               NOT AT END
                 PERFORM 4220-JUDGE-CHECKPOINT THRU 4220Z
             END-READ
             CLOSE CHECKPOINT-FILE
           END-IF.

       4210Z.
           EXIT.

       4220-JUDGE-CHECKPOINT SECTION.
      *    The unsuffixed name is shared by the classic window and
      *    CGI, so a heartbeat under either owns it; a stream's
      *    checkpoint is owned only by that stream's heartbeat.
           MOVE 'N' TO CHKPT-OWNED-SW.
           PERFORM 4230-MATCH-ONE-LIVE-RUN THRU 4230Z
             VARYING LIVE-IDX FROM 1 BY 1
             UNTIL LIVE-IDX > LIVE-COUNT OR CHKPT-OWNED.

           IF NOT CHKPT-OWNED THEN
             PERFORM 4240-MATCH-ONE-PARKED-RUN THRU 4240Z
               VARYING PKD-IDX FROM 1 BY 1
               UNTIL PKD-IDX > PKD-COUNT OR CHKPT-OWNED
             IF CHKPT-OWNED THEN
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "  HELD       " DELIMITED BY SIZE
                 WS-CHECKPOINT-FILENAME DELIMITED BY SPACE
                 " RUN " DELIMITED BY SIZE
                 WS-PARKED-RUN DELIMITED BY SIZE
                 " PARKED BY OPERATOR - NOT AN EXCEPTION"
                 DELIMITED BY SIZE
                 INTO WS-OUTPUT-LINE
               PERFORM 9000-WRITE-REPORT-LINE THRU 9000Z
             END-IF
           END-IF.

           IF NOT CHKPT-OWNED THEN
             MOVE CHKPT-LAST-NUMBER TO WS-TRIM-SOURCE
             PERFORM U09A-DE-EDIT-NUMBER THRU U09AZ
             MOVE "CHECKPOINT" TO WS-EXCP-KIND
             MOVE SPACES TO WS-EXCP-TEXT
             STRING WS-CHECKPOINT-FILENAME DELIMITED BY SPACE
               " RUN " DELIMITED BY SIZE
               CHKPT-RUN-NUMBER DELIMITED BY SIZE
               " STOPPED AT " DELIMITED BY SIZE
               WS-TRIM-RESULT DELIMITED BY SPACE
               " - NO LIVE RUN" DELIMITED BY SIZE
               INTO WS-EXCP-TEXT
             PERFORM 9100-WRITE-EXCEPTION THRU 9100Z
           END-IF.

       4220Z.
           EXIT.

       4230-MATCH-ONE-LIVE-RUN SECTION.
           IF LIVE-START-NUMBER(LIVE-IDX) = CHKPT-START-NUMBER
              AND LIVE-END-NUMBER(LIVE-IDX) = CHKPT-END-NUMBER
              AND LIVE-STEP-NUMBER(LIVE-IDX) = CHKPT-STEP-NUMBER THEN
             IF LIVE-SUFFIX(LIVE-IDX) = WS-FILE-SUFFIX
                OR (WS-FILE-SUFFIX = SPACE
                    AND LIVE-SUFFIX(LIVE-IDX) = "C") THEN
               SET CHKPT-OWNED TO TRUE
             END-IF
           END-IF.

       4230Z.
           EXIT.

       4240-MATCH-ONE-PARKED-RUN SECTION.
           IF PKD-CHECKPOINT-NAME(PKD-IDX) = WS-CHECKPOINT-FILENAME
             THEN
             MOVE PKD-RUN-NUMBER(PKD-IDX) TO WS-PARKED-RUN
             SET CHKPT-OWNED TO TRUE
           END-IF.

       4240Z.
           EXIT.

       5000-CHECK-OLD-REJECTS SECTION.
           MOVE WS-REJECT-DAYS TO WS-TRIM-SOURCE.
           PERFORM U09A-DE-EDIT-NUMBER THRU U09AZ.
           MOVE SPACES TO WS-OUTPUT-LINE.
           STRING "4. UNRESOLVED REJECTS OLDER THAN " DELIMITED BY SIZE
             WS-TRIM-RESULT DELIMITED BY SPACE
             " DAY(S) - DATED BEFORE " DELIMITED BY SIZE
             WS-REJECT-CUTOFF DELIMITED BY SIZE
             INTO WS-OUTPUT-LINE.
           PERFORM 9000-WRITE-REPORT-LINE THRU 9000Z.
           MOVE ZERO TO CNT-CHECK-EXCEPTIONS.

           OPEN INPUT REJECT-FILE.
           IF REJECT-STATUS-NUM = 00 THEN
             PERFORM 5100-JUDGE-ONE-REJECT THRU 5100Z
               UNTIL REJECT-STATUS-NUM > 9
             CLOSE REJECT-FILE
           END-IF.
           PERFORM 9200-CLOSE-CHECK THRU 9200Z.

       5000Z.
           EXIT.

       5100-JUDGE-ONE-REJECT SECTION.
           READ REJECT-FILE
             AT END
               MOVE 10 TO REJECT-STATUS-NUM
             NOT AT END
               IF REJ-UNRESOLVED
                  AND REJ-RUN-DATE IS NUMERIC
                  AND REJ-RUN-DATE < WS-REJECT-CUTOFF THEN
                 MOVE "OLD REJECT" TO WS-EXCP-KIND
                 MOVE SPACES TO WS-EXCP-TEXT
                 STRING REJ-RUN-DATE DELIMITED BY SIZE
                   " REASON " DELIMITED BY SIZE
                   REJ-REASON-CODE DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   REJ-REQUEST-IMAGE DELIMITED BY SIZE
                   INTO WS-EXCP-TEXT
                 PERFORM 9100-WRITE-EXCEPTION THRU 9100Z
               END-IF
           END-READ.

       5100Z.
           EXIT.

       8000-PRINT-VERDICT SECTION.
           IF CNT-EXCEPTIONS = ZERO THEN
             MOVE "NO EXCEPTIONS - THE WINDOW'S BOOKS ARE COMPLETE"
               TO WS-OUTPUT-LINE
           ELSE
             MOVE CNT-EXCEPTIONS TO WS-TRIM-SOURCE
             PERFORM U09A-DE-EDIT-NUMBER THRU U09AZ
             MOVE SPACES TO WS-OUTPUT-LINE
             STRING "*** " DELIMITED BY SIZE
               WS-TRIM-RESULT DELIMITED BY SPACE
               " EXCEPTION(S) - THE WINDOW'S BOOKS ARE NOT COMPLETE "
               DELIMITED BY SIZE
               "***" DELIMITED BY SIZE
               INTO WS-OUTPUT-LINE
           END-IF.
           PERFORM 9000-WRITE-REPORT-LINE THRU 9000Z.

       8000Z.
           EXIT.

       9000-WRITE-REPORT-LINE SECTION.
           MOVE WS-OUTPUT-LINE TO SWEEP-LINE.
           WRITE SWEEP-LINE.

       9000Z.
           EXIT.

       9100-WRITE-EXCEPTION SECTION.
           MOVE SPACES TO WS-OUTPUT-LINE.
           MOVE WS-EXCP-KIND TO WS-OUTPUT-LINE(3:11).
           MOVE WS-EXCP-TEXT TO WS-OUTPUT-LINE(15:117).
           PERFORM 9000-WRITE-REPORT-LINE THRU 9000Z.
           ADD 1 TO CNT-EXCEPTIONS CNT-CHECK-EXCEPTIONS.

       9100Z.
           EXIT.

       9200-CLOSE-CHECK SECTION.
           IF CNT-CHECK-EXCEPTIONS = ZERO THEN
             MOVE "  NONE" TO WS-OUTPUT-LINE
             PERFORM 9000-WRITE-REPORT-LINE THRU 9000Z
           END-IF.
           MOVE SPACES TO WS-OUTPUT-LINE.
           PERFORM 9000-WRITE-REPORT-LINE THRU 9000Z.

       9200Z.
           EXIT.

       U01-LOAD-SWEEP-CONTROL SECTION.
      *    SWPCTLIN is optional.  No card, or a zero window id, means
      *    the latest window on the log; a zero age keeps the week.
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-NOW-TIME FROM TIME.
           MOVE WS-NOW-TIME TO WS-TIME-PARTS.
           PERFORM U02-TIME-TO-SECONDS.
           MOVE WS-SECONDS-OUT TO WS-NOW-SECONDS.

           OPEN INPUT SWEEP-CTL.
           IF CTL-STATUS-NUM = 00 THEN
             READ SWEEP-CTL
               AT END
                 CONTINUE
               NOT AT END
                 IF SWP-WINDOW-ID IS NUMERIC
                    AND SWP-WINDOW-ID > ZERO THEN
                   MOVE SWP-WINDOW-ID TO WS-WINDOW-ID
                   SET WS-ID-SUPPLIED TO TRUE
                 END-IF
                 IF SWP-REJECT-DAYS IS NUMERIC
                    AND SWP-REJECT-DAYS > ZERO THEN
                   MOVE SWP-REJECT-DAYS TO WS-REJECT-DAYS
                 END-IF
             END-READ
             CLOSE SWEEP-CTL
           END-IF.

           MOVE WS-NOW-DATE TO WS-DT-NUM.
           PERFORM U20-PREVIOUS-DAY WS-REJECT-DAYS TIMES.
           MOVE WS-DT-NUM TO WS-REJECT-CUTOFF.

       U02-TIME-TO-SECONDS SECTION.
           COMPUTE WS-SECONDS-OUT =
             WS-TP-HH * 3600 + WS-TP-MM * 60 + WS-TP-SS.

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

       END PROGRAM FBSWEEP.
