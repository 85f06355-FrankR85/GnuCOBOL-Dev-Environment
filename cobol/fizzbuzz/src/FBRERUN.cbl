           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BATCH-STATUS.

           SELECT PIT-CTL ASSIGN TO "RULPITIN"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RERUN-CTL.
      *    One run number per line - the number off the requester's
      *    lost REPORTOUT section, their saved CGI response, or an
      *    FBAUDINQ browse.
      *    ORIGINAL after the run number reruns it under the rule
      *    set it was first run under rather than today's; blank
      *    keeps today's rules, as a rerun always used.
       01 RERUN-CTL-RECORD.
           05 RRN-RUN-NUMBER    PIC 9(08).
           05 RRN-RULES-OPTION  PIC X(08).
              88 RRN-ORIGINAL-RULES      VALUE "ORIGINAL".
           05 RRN-RESERVED      PIC X(64).

       FD AUDIT-LOG.
           COPY AUDITREC.

       FD ARCHIVE-FILE.
       01 ARCH-RECORD       PIC X(160).

       FD BATCHIN.
       01 BATCH-RECORD      PIC X(80).

      *    The card FBRULPIT rebuilds RULESPIT from - laid out the
      *    way FBRULPIT reads it.
       FD PIT-CTL.
       01 PIT-CTL-RECORD.
           05 PIT-KEYWORD       PIC X(08).
           05 PIT-VALUE         PIC 9(08).
           05 PIT-RUN-DATE      PIC 9(08).
           05 PIT-RESERVED      PIC X(56).

       WORKING-STORAGE SECTION.
       01 CTL-STATUS           PIC X(02).
       01 CTL-STATUS-NUM       REDEFINES CTL-STATUS PIC 99.
       01 ARCH-STATUS-NUM      REDEFINES ARCH-STATUS PIC 99.
       01 BATCH-STATUS         PIC X(02).
       01 WS-ARCHIVE-NAME      PIC X(20).
       01 PIT-STATUS           PIC X(02).
       01 PIT-STATUS-NUM       REDEFINES PIT-STATUS PIC 99.

      *    RULESPIT holds one rebuilt rule set at a time, so every
      *    ORIGINAL rerun staged for the same window has to want the
      *    same version judged on the same date.  The first one (or
      *    a RULPITIN already waiting from an earlier staging) fixes
      *    it; a rerun wanting anything else is refused and waits
      *    for a later window.
       01 PIT-FIXED-SW         PIC X(01) VALUE 'N'.
          88 PIT-FIXED                   VALUE 'Y'.
       01 WS-PIT-VERSION       PIC 9(06) VALUE ZERO.
       01 WS-PIT-RUN-DATE      PIC 9(08) VALUE ZERO.
       01 WS-RULESET-TRIM      PIC X(20).

      *    The record being examined, wherever it came from - live
      *    file or archive generation - lands here first, the same
      *    appends its due entries - staged, not run: the next
      *    window's scheduler drops the lock that sets it off.  A
      *    record from before the capture names no STEP or FORMAT
      *    and is refused loudly rather than guessed at.  A card
      *    marked ORIGINAL also stages RULESET= and leaves FBRULPIT
      *    a RULPITIN asking for the rule set the run first used.
           OPEN INPUT RERUN-CTL.
           IF CTL-STATUS-NUM NOT = 00 THEN
             DISPLAY "FBRERUN: NO RERUNIN ON HAND - NOTHING TO STAGE"
             OPEN OUTPUT BATCHIN
           END-IF.

           PERFORM U05-LOAD-PENDING-REBUILD THRU U05Z.

           PERFORM 1000-READ-RERUN-CARD THRU 1000Z.
           PERFORM UNTIL CTL-STATUS-NUM > 9
             PERFORM 2000-STAGE-ONE-RERUN THRU 2000Z
               "FULL REQUEST CAPTURE - RE-KEY IT BY HAND"
             ADD 1 TO CNT-REFUSED
           ELSE
             IF RRN-ORIGINAL-RULES THEN
               PERFORM 2200-JUDGE-ORIGINAL-RULES THRU 2200Z
             ELSE
               PERFORM 4000-BUILD-AND-STAGE-LINE THRU 4000Z
             END-IF
           END-IF.

       2100Z.
           EXIT.

       2200-JUDGE-ORIGINAL-RULES SECTION.
      *    A run from before versions were stamped names no rule set
      *    to rebuild.  One wanting a different rule set from the
      *    one already fixed for this window cannot share RULESPIT.
           EVALUATE TRUE
             WHEN FND-RULESET-VERSION IS NOT NUMERIC
               DISPLAY "FBRERUN: RUN " WS-WANTED-RUN " PREDATES "
                 "RULE-SET VERSIONS - RERUN IT UNDER TODAY'S RULES"
               ADD 1 TO CNT-REFUSED
             WHEN PIT-FIXED
                  AND (FND-RULESET-VERSION NOT = WS-PIT-VERSION
                   OR FND-RUN-DATE NOT = WS-PIT-RUN-DATE)
               DISPLAY "FBRERUN: RUN " WS-WANTED-RUN " WANTS ANOTHER "
                 "RULE SET THAN THIS WINDOW'S - STAGE IT LATER"
               ADD 1 TO CNT-REFUSED
             WHEN OTHER
               PERFORM 4000-BUILD-AND-STAGE-LINE THRU 4000Z
               IF WS-LINE-LENGTH <= 71 AND NOT PIT-FIXED THEN
                 PERFORM 4100-WRITE-REBUILD-CARD THRU 4100Z
               END-IF
           END-EVALUATE.

       2200Z.
           EXIT.

       3000-SEARCH-LIVE-FILE SECTION.
           OPEN INPUT AUDIT-LOG.
           IF AUDIT-STATUS-NUM = 00 THEN
           MOVE WS-TRIM-RESULT TO WS-RUN-TRIM.

           MOVE SPACES TO WS-STAGED-LINE.
           IF RRN-ORIGINAL-RULES THEN
             PERFORM 4010-BUILD-SHORT-LINE THRU 4010Z
           ELSE
             STRING "START=" DELIMITED BY SIZE
               WS-START-TRIM DELIMITED BY SPACE
               "&END=" DELIMITED BY SIZE
               WS-END-TRIM DELIMITED BY SPACE
               "&STEP=" DELIMITED BY SIZE
               WS-STEP-TRIM DELIMITED BY SPACE
               "&FORMAT=" DELIMITED BY SIZE
               FND-FORMAT-CODE DELIMITED BY SPACE
               "&RERUNOF=" DELIMITED BY SIZE
               WS-RUN-TRIM DELIMITED BY SPACE
               INTO WS-STAGED-LINE
           END-IF.

      *    DETAIL rides only when the original asked for counts
      *    only - FULL is the default the run supplies itself, and
               INTO WS-STAGED-LINE
           END-IF.

      *    RULESET= rides only on an ORIGINAL rerun - it asks the
      *    run for the rule set FBRULPIT rebuilds into RULESPIT.
           IF RRN-ORIGINAL-RULES THEN
             MOVE FND-RULESET-VERSION TO WS-TRIM-SOURCE
             PERFORM U09A-DE-EDIT-NUMBER THRU U09AZ
             MOVE WS-TRIM-RESULT TO WS-RULESET-TRIM
             MOVE WS-STAGED-LINE TO WS-LINE-WORK
             MOVE SPACES TO WS-STAGED-LINE
             STRING WS-LINE-WORK DELIMITED BY SPACE
               "&RULESET=" DELIMITED BY SIZE
               WS-RULESET-TRIM DELIMITED BY SPACE
               INTO WS-STAGED-LINE
           END-IF.

      *    The staged line has to leave the splitter room for its
      *    nine-byte SEQ= stamp, the same seventy-one-byte ceiling
      *    FBSPLIT enforces - a twenty-digit range that will not fit
       4000Z.
           EXIT.

       4010-BUILD-SHORT-LINE SECTION.
      *    An ORIGINAL rerun has RULESET= to carry as well, and the
      *    full line seldom leaves room for it.  START=1, STEP=1 and
      *    FORMAT=HTML only restate the defaults the run supplies
      *    itself, so they are left off here - the rerun runs the
      *    same request either way.
           STRING "END=" DELIMITED BY SIZE
             WS-END-TRIM DELIMITED BY SPACE
             INTO WS-STAGED-LINE.
           IF FND-START-NUMBER NOT = 1 THEN
             MOVE WS-STAGED-LINE TO WS-LINE-WORK
             MOVE SPACES TO WS-STAGED-LINE
             STRING WS-LINE-WORK DELIMITED BY SPACE
               "&START=" DELIMITED BY SIZE
               WS-START-TRIM DELIMITED BY SPACE
               INTO WS-STAGED-LINE
           END-IF.
           IF FND-STEP-NUMBER NOT = 1 THEN
             MOVE WS-STAGED-LINE TO WS-LINE-WORK
             MOVE SPACES TO WS-STAGED-LINE
             STRING WS-LINE-WORK DELIMITED BY SPACE
               "&STEP=" DELIMITED BY SIZE
               WS-STEP-TRIM DELIMITED BY SPACE
               INTO WS-STAGED-LINE
           END-IF.
           IF FND-FORMAT-CODE NOT = "HTML" THEN
             MOVE WS-STAGED-LINE TO WS-LINE-WORK
             MOVE SPACES TO WS-STAGED-LINE
             STRING WS-LINE-WORK DELIMITED BY SPACE
               "&FORMAT=" DELIMITED BY SIZE
               FND-FORMAT-CODE DELIMITED BY SPACE
               INTO WS-STAGED-LINE
           END-IF.
           MOVE WS-STAGED-LINE TO WS-LINE-WORK.
           MOVE SPACES TO WS-STAGED-LINE.
           STRING WS-LINE-WORK DELIMITED BY SPACE
             "&RERUNOF=" DELIMITED BY SIZE
             WS-RUN-TRIM DELIMITED BY SPACE
             INTO WS-STAGED-LINE.

       4010Z.
           EXIT.

       4100-WRITE-REBUILD-CARD SECTION.
      *    Asks FBRULPIT, ahead of the window, for the run's rule
      *    set as of its version, its effective windows judged on
      *    the day the run first ran.
           MOVE FND-RULESET-VERSION TO WS-PIT-VERSION.
           MOVE FND-RUN-DATE TO WS-PIT-RUN-DATE.
           SET PIT-FIXED TO TRUE.

           MOVE SPACES TO PIT-CTL-RECORD.
           MOVE "VERSION" TO PIT-KEYWORD.
           MOVE WS-PIT-VERSION TO PIT-VALUE.
           MOVE WS-PIT-RUN-DATE TO PIT-RUN-DATE.
           OPEN OUTPUT PIT-CTL.
           WRITE PIT-CTL-RECORD.
           CLOSE PIT-CTL.

           MOVE WS-PIT-VERSION TO WS-TRIM-SOURCE.
           PERFORM U09A-DE-EDIT-NUMBER THRU U09AZ.
           MOVE SPACES TO WS-SUMMARY-LINE.
           STRING "FBRERUN: RULPITIN ASKS FOR RULE SET VERSION "
             DELIMITED BY SIZE
             WS-TRIM-RESULT DELIMITED BY SPACE
             " AS OF " DELIMITED BY SIZE
             WS-PIT-RUN-DATE DELIMITED BY SIZE
             INTO WS-SUMMARY-LINE.
           DISPLAY WS-SUMMARY-LINE.

       4100Z.
           EXIT.

       U05-LOAD-PENDING-REBUILD SECTION.
      *    A RULPITIN still on hand is a rebuild an earlier staging
      *    asked for and FBRULPIT has not consumed yet - its lines
      *    are already in BATCHIN, so it stands.
           OPEN INPUT PIT-CTL.
           IF PIT-STATUS-NUM = 00 THEN
             READ PIT-CTL
               AT END
                 CONTINUE
               NOT AT END
                 IF PIT-KEYWORD = "VERSION"
                    AND PIT-VALUE IS NUMERIC
                    AND PIT-RUN-DATE IS NUMERIC THEN
                   SET PIT-FIXED TO TRUE
                   MOVE PIT-VALUE TO WS-PIT-VERSION
                   MOVE PIT-RUN-DATE TO WS-PIT-RUN-DATE
                 END-IF
             END-READ
             CLOSE PIT-CTL
           END-IF.

       U05Z.
           EXIT.

       U04-WALK-BACK-ONE-MONTH SECTION.
           IF WS-WM-MONTH = 1 THEN
             MOVE 12 TO WS-WM-MONTH
