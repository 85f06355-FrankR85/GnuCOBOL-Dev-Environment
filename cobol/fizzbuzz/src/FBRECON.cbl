           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CTL-STATUS.

      *    RULESFILE, or RULESPIT for a section produced under an
      *    older rule set that FBRULPIT has rebuilt.
           SELECT RULES-FILE ASSIGN DYNAMIC WS-RULES-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RULE-DIVISOR
           FILE STATUS IS RULES-STATUS.

           SELECT RULE-VERSION ASSIGN DYNAMIC WS-RULEVER-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RVER-STATUS.

           SELECT WINDOW-CTL ASSIGN TO "WINDOWCTL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WCTL-STATUS.
       FD RULES-FILE.
           COPY RULESREC.

       FD RULE-VERSION.
           COPY RVERREC.

       FD WINDOW-CTL.
       01 WINDOW-CTL-RECORD.
           05 WCTL-WINDOW-ID    PIC 9(14).
       01 CTL-STATUS-NUM       REDEFINES CTL-STATUS PIC 99.
       01 RULES-STATUS         PIC X(02).
       01 RULES-STATUS-NUM     REDEFINES RULES-STATUS PIC 99.
       01 RVER-STATUS          PIC X(02).
       01 RVER-STATUS-NUM      REDEFINES RVER-STATUS PIC 99.
       01 WS-RULES-NAME        PIC X(20) VALUE "RULESFILE".
       01 WS-RULEVER-NAME      PIC X(20) VALUE "RULEVER".

      *    Rule-set versions.  Each section is re-derived under the
      *    rule set its begin banner says produced it: today's
      *    RULESFILE when the banner names today's version (or no
      *    version at all, from before versions were stamped), the
      *    RULESPIT rebuild when the section ran under it or names
      *    the version RULPITVR says RULESPIT holds.  A section from
      *    any other rule set cannot be judged here - it is reported
      *    not verified, not out of balance, until FBRULPIT rebuilds
      *    its version.
       01 WS-CURRENT-RULESET   PIC 9(06) VALUE ZERO.
       01 RULPIT-ON-HAND-SW    PIC X(01) VALUE 'N'.
          88 RULPIT-ON-HAND              VALUE 'Y'.
       01 WS-RULPIT-VERSION    PIC 9(06) VALUE ZERO.
       01 WS-RULPIT-DATE       PIC 9(08) VALUE ZERO.
       01 RULES-LOADED-SW      PIC X(01) VALUE 'C'.
          88 RULES-LOADED-CURRENT        VALUE 'C'.
          88 RULES-LOADED-REBUILT        VALUE 'P'.
       01 SEC-RULES-SW         PIC X(01).
          88 SEC-RULES-CURRENT           VALUE 'C'.
          88 SEC-RULES-REBUILT           VALUE 'P'.
          88 SEC-RULES-NOT-ON-HAND       VALUE 'N'.
       01 WS-RULESET-TRIM      PIC X(20).
       01 WS-REPORT-FILENAME   PIC X(20).
       01 WS-DELETE-NAME       PIC X(20).
       01 WS-DELETE-RC         PIC S9(09) COMP-5.
           05 SEC-END-NUMBER    PIC 9(20).
           05 SEC-STEP-NUMBER   PIC 9(10).
           05 SEC-FORMAT-CODE   PIC X(04).
           05 SEC-RULESET-VERSION PIC 9(06).
           05 SEC-RULES-SOURCE  PIC X(01).
           05 SEC-VERSION-KNOWN-SW PIC X(01).
              88 SEC-VERSION-KNOWN          VALUE 'Y'.
       01 SECTION-OPEN-SW      PIC X(01).
          88 SECTION-OPEN               VALUE 'Y'.
          88 SECTION-CLOSED             VALUE 'N'.
          88 SECTION-IN-BALANCE         VALUE 'B'.
          88 SECTION-OUT-OF-BALANCE     VALUE 'O'.
          88 SECTION-NOT-VERIFIED       VALUE 'N'.
          88 SECTION-CANCELLED          VALUE 'C'.
          88 SECTION-HELD               VALUE 'H'.
       01 VERDICT-REASON       PIC X(40).

       01 CNT-IN-BALANCE       PIC 9(04) VALUE ZERO.
       01 CNT-OUT-OF-BALANCE   PIC 9(04) VALUE ZERO.
       01 CNT-NOT-VERIFIED     PIC 9(04) VALUE ZERO.
       01 CNT-CANCELLED        PIC 9(04) VALUE ZERO.
       01 CNT-HELD             PIC 9(04) VALUE ZERO.

       01 WS-OUTPUT-LINE       PIC X(132).

      *    The end-of-window control pass: for every range section a
      *    REPORTOUT carries, recompute from the begin banner's
      *    START/END/STEP what the trailer had to count, re-derive
      *    the FIZZ/BUZZ/FIZZBUZZ split from the rules the section
      *    ran under (its banner names the rule-set version), and hold
      *    both against the counters the run actually wrote.  The
      *    balancing report gets one verdict line per range and the
      *    job ends with RETURN-CODE 8 if anything is out of balance
      *    (4 if something could not be verified), so the scheduler
      *    can alert on the window instead of trusting it.
           PERFORM U07-LOAD-ASOF-DATE.
           PERFORM U12-LOAD-RULESET-VERSIONS THRU U12Z.
           PERFORM U08-LOAD-RULES.

           PERFORM U10-LOAD-WINDOW-ID THRU U10Z.
                   MOVE BNR-END-NUMBER TO SEC-END-NUMBER
                   MOVE BNR-STEP-NUMBER TO SEC-STEP-NUMBER
                   MOVE BNR-FORMAT-CODE TO SEC-FORMAT-CODE
                   IF BNR-RULESET-VERSION IS NUMERIC THEN
                     MOVE BNR-RULESET-VERSION TO SEC-RULESET-VERSION
                     MOVE 'Y' TO SEC-VERSION-KNOWN-SW
                   ELSE
                     MOVE ZERO TO SEC-RULESET-VERSION
                     MOVE 'N' TO SEC-VERSION-KNOWN-SW
                   END-IF
                   MOVE BNR-RULES-SOURCE TO SEC-RULES-SOURCE
                   SET SECTION-OPEN TO TRUE
                   SET TRAILER-NOT-SEEN TO TRUE
                 WHEN BNR-END-BANNER
                   MOVE BNR-CNT-FIZZBUZZ TO REP-FIZZBUZZ
                   MOVE BNR-CNT-PLAIN TO REP-PLAIN
                   MOVE BNR-CNT-OTHER TO REP-OTHER
      *    A section an operator stopped was cut short on purpose -
      *    its end banner says so, and it is listed for what it is
      *    rather than held against the whole range it never
      *    finished.  A held one comes back, whole-range counters
      *    and all, in the window that resumes it and is judged
      *    there.
                   EVALUATE TRUE
                     WHEN BNR-CLOSED-CANCELLED
                       SET SECTION-CANCELLED TO TRUE
                       PERFORM 7000-WRITE-VERDICT-LINE THRU 7000Z
                       ADD 1 TO CNT-CANCELLED
                     WHEN BNR-CLOSED-HELD
                       SET SECTION-HELD TO TRUE
                       PERFORM 7000-WRITE-VERDICT-LINE THRU 7000Z
                       ADD 1 TO CNT-HELD
                     WHEN OTHER
                       PERFORM 5000-RECONCILE-SECTION THRU 5000Z
                   END-EVALUATE
                   SET SECTION-CLOSED TO TRUE
                 WHEN OTHER
                   IF SECTION-OPEN THEN
           EXIT.

       5000-RECONCILE-SECTION SECTION.
           PERFORM 5100-SELECT-RULE-SET THRU 5100Z.
           IF SEC-RULES-NOT-ON-HAND THEN
             SET VERIFY-NOT-POSSIBLE TO TRUE
             MOVE SEC-RULESET-VERSION TO WS-TRIM-SOURCE
             PERFORM U09A-DE-EDIT-NUMBER THRU U09AZ
             MOVE WS-TRIM-RESULT TO WS-RULESET-TRIM
             MOVE SPACES TO VERIFY-LIMIT-REASON
             STRING "RULE SET " DELIMITED BY SIZE
               WS-RULESET-TRIM DELIMITED BY SPACE
               " NOT ON HAND - RUN FBRULPIT" DELIMITED BY SIZE
               INTO VERIFY-LIMIT-REASON
           ELSE
             PERFORM 6000-COMPUTE-EXPECTED THRU 6000Z
           END-IF.

           SET SECTION-IN-BALANCE TO TRUE.
           MOVE SPACES TO VERDICT-REASON.
       5000Z.
           EXIT.

       5100-SELECT-RULE-SET SECTION.
      *    Decides which rule set the section has to be judged under
      *    and reloads RULE-TABLE only when that is not the one
      *    already loaded - a window of ordinary sections never
      *    re-reads RULESFILE.
           EVALUATE TRUE
             WHEN SEC-RULES-SOURCE = "P"
               IF RULPIT-ON-HAND
                  AND SEC-RULESET-VERSION = WS-RULPIT-VERSION THEN
                 SET SEC-RULES-REBUILT TO TRUE
               ELSE
                 SET SEC-RULES-NOT-ON-HAND TO TRUE
               END-IF
             WHEN NOT SEC-VERSION-KNOWN
             WHEN SEC-RULESET-VERSION = WS-CURRENT-RULESET
               SET SEC-RULES-CURRENT TO TRUE
             WHEN RULPIT-ON-HAND
                  AND SEC-RULESET-VERSION = WS-RULPIT-VERSION
               SET SEC-RULES-REBUILT TO TRUE
             WHEN OTHER
               SET SEC-RULES-NOT-ON-HAND TO TRUE
           END-EVALUATE.

           IF SEC-RULES-REBUILT AND NOT RULES-LOADED-REBUILT THEN
             MOVE "RULESPIT" TO WS-RULES-NAME
             IF WS-RULPIT-DATE > ZERO THEN
               MOVE WS-RULPIT-DATE TO WS-RULE-RUN-DATE
             ELSE
               MOVE WS-ASOF-DATE TO WS-RULE-RUN-DATE
             END-IF
             PERFORM U08G-LOAD-RULE-TABLE THRU U08GZ
             SET RULES-LOADED-REBUILT TO TRUE
           END-IF.
           IF SEC-RULES-CURRENT AND NOT RULES-LOADED-CURRENT THEN
             PERFORM U08-LOAD-RULES
           END-IF.

       5100Z.
           EXIT.

       6000-COMPUTE-EXPECTED SECTION.
      *    First the total: an ascending range runs from START up to
      *    but not including END in steps of STEP, so the count it
                 " OUT OF BALANCE - " DELIMITED BY SIZE
                 VERDICT-REASON DELIMITED BY SIZE
                 INTO WS-OUTPUT-LINE
             WHEN SECTION-CANCELLED
               STRING "SEQ " DELIMITED BY SIZE
                 SEC-SEQUENCE DELIMITED BY SIZE
                 " RUN " DELIMITED BY SIZE
                 WS-TRIM-RESULT DELIMITED BY SPACE
                 " FILE " DELIMITED BY SIZE
                 WS-REPORT-FILENAME DELIMITED BY SPACE
                 " CANCELLED BY OPERATOR" DELIMITED BY SIZE
                 INTO WS-OUTPUT-LINE
             WHEN SECTION-HELD
               STRING "SEQ " DELIMITED BY SIZE
                 SEC-SEQUENCE DELIMITED BY SIZE
                 " RUN " DELIMITED BY SIZE
                 WS-TRIM-RESULT DELIMITED BY SPACE
                 " FILE " DELIMITED BY SIZE
                 WS-REPORT-FILENAME DELIMITED BY SPACE
                 " HELD BY OPERATOR - RESUMES IN A LATER WINDOW"
                   DELIMITED BY SIZE
                 INTO WS-OUTPUT-LINE
             WHEN OTHER
               STRING "SEQ " DELIMITED BY SIZE
                 SEC-SEQUENCE DELIMITED BY SIZE
           MOVE WS-OUTPUT-LINE TO RECON-LINE.
           WRITE RECON-LINE.

      *    Operator stops are listed but do not stand in the way of
      *    certifying the window - they were meant.
           MOVE CNT-CANCELLED TO WS-TRIM-SOURCE.
           PERFORM U09A-DE-EDIT-NUMBER THRU U09AZ.
           MOVE SPACES TO WS-OUTPUT-LINE.
           STRING "RANGES CANCELLED:      " DELIMITED BY SIZE
             WS-TRIM-RESULT DELIMITED BY SPACE
             INTO WS-OUTPUT-LINE.
           MOVE WS-OUTPUT-LINE TO RECON-LINE.
           WRITE RECON-LINE.

           MOVE CNT-HELD TO WS-TRIM-SOURCE.
           PERFORM U09A-DE-EDIT-NUMBER THRU U09AZ.
           MOVE SPACES TO WS-OUTPUT-LINE.
           STRING "RANGES HELD:           " DELIMITED BY SIZE
             WS-TRIM-RESULT DELIMITED BY SPACE
             INTO WS-OUTPUT-LINE.
           MOVE WS-OUTPUT-LINE TO RECON-LINE.
           WRITE RECON-LINE.

           IF CNT-OUT-OF-BALANCE = ZERO AND CNT-NOT-VERIFIED = ZERO
             MOVE "WINDOW CERTIFIED - ALL RANGES IN BALANCE" TO
               RECON-LINE
      *    lands after midnight or days later - so a rule that
      *    expired with the window still counts for it.
           MOVE WS-ASOF-DATE TO WS-RULE-RUN-DATE.
           MOVE "RULESFILE" TO WS-RULES-NAME.
           PERFORM U08G-LOAD-RULE-TABLE THRU U08GZ.
           SET RULES-LOADED-CURRENT TO TRUE.

       U08G-LOAD-RULE-TABLE SECTION.
      *    Fills RULE-TABLE from whichever rules file WS-RULES-NAME
      *    names, judging effective windows on WS-RULE-RUN-DATE.
           MOVE ZERO TO RULE-COUNT.
           OPEN INPUT RULES-FILE.
           IF RULES-STATUS-NUM = 00 THEN
             PERFORM U08D-SORT-RULES-BY-SEQUENCE
           END-IF.

       U08GZ.
           EXIT.

       U12-LOAD-RULESET-VERSIONS SECTION.
      *    Today's version off RULEVER (none on file is version zero)
      *    and the version and run date of the rebuild RULPITVR says
      *    is in RULESPIT, if there is one.
           MOVE ZERO TO WS-CURRENT-RULESET.
           MOVE "RULEVER" TO WS-RULEVER-NAME.
           OPEN INPUT RULE-VERSION.
           IF RVER-STATUS-NUM = 00 THEN
             READ RULE-VERSION
               AT END
                 CONTINUE
               NOT AT END
                 IF RVER-VERSION IS NUMERIC THEN
                   MOVE RVER-VERSION TO WS-CURRENT-RULESET
                 END-IF
             END-READ
             CLOSE RULE-VERSION
           END-IF.

           MOVE 'N' TO RULPIT-ON-HAND-SW.
           MOVE "RULPITVR" TO WS-RULEVER-NAME.
           OPEN INPUT RULE-VERSION.
           IF RVER-STATUS-NUM = 00 THEN
             READ RULE-VERSION
               AT END
                 CONTINUE
               NOT AT END
                 IF RVER-VERSION IS NUMERIC THEN
                   SET RULPIT-ON-HAND TO TRUE
                   MOVE RVER-VERSION TO WS-RULPIT-VERSION
                   IF RVER-DATE IS NUMERIC THEN
                     MOVE RVER-DATE TO WS-RULPIT-DATE
                   END-IF
                 END-IF
             END-READ
             CLOSE RULE-VERSION
           END-IF.

       U12Z.
           EXIT.

       U10-LOAD-WINDOW-ID SECTION.
      *    The id of the window this pass certifies, as FBSCHED left
      *    it on WINDOWCTL.
