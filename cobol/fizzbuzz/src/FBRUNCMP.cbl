       IDENTIFICATION DIVISION.
       PROGRAM-ID. FBRUNCMP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CMP-CTL ASSIGN TO "CMPCTLIN"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CTL-STATUS.

      *    The two outputs being compared - each side names its own
      *    file, so a section still in tonight's REPORTOUT can be
      *    set against a copy FBDIST delivered last month.
           SELECT SIDE-A-FILE ASSIGN DYNAMIC WS-SIDE-A-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SIDE-A-STATUS.

           SELECT SIDE-B-FILE ASSIGN DYNAMIC WS-SIDE-B-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SIDE-B-STATUS.

           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUDIT-STATUS.

           SELECT ARCHIVE-FILE ASSIGN DYNAMIC WS-ARCHIVE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ARCH-STATUS.

           SELECT CMP-REPORT ASSIGN TO "CMPRPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CMP-CTL.
      *    One card per side: A or B, the run number off the
      *    requester's prologue or audit record, and optionally the
      *    file holding it.  A blank file name means tonight's
      *    REPORTOUT, and failing that the RPT.<run> piece FBDIST
      *    leaves in the working directory.  A second card for the
      *    same side replaces the first.
       01 CMP-CTL-RECORD.
           05 CMP-SIDE          PIC X(01).
           05 FILLER            PIC X(01).
           05 CMP-RUN-NUMBER    PIC 9(08).
           05 FILLER            PIC X(01).
           05 CMP-SOURCE        PIC X(64).
           05 CMP-RESERVED      PIC X(05).

       FD SIDE-A-FILE.
       01 SIDE-A-LINE       PIC X(132).

       FD SIDE-B-FILE.
       01 SIDE-B-LINE       PIC X(132).

       FD AUDIT-LOG.
           COPY AUDITREC.

       FD ARCHIVE-FILE.
       01 ARCH-RECORD       PIC X(160).

       FD CMP-REPORT.
       01 CMP-REPORT-LINE   PIC X(132).

       WORKING-STORAGE SECTION.
       01 CTL-STATUS           PIC X(02).
       01 CTL-STATUS-NUM       REDEFINES CTL-STATUS PIC 99.
       01 SIDE-A-STATUS        PIC X(02).
       01 SIDE-A-STATUS-NUM    REDEFINES SIDE-A-STATUS PIC 99.
       01 SIDE-B-STATUS        PIC X(02).
       01 SIDE-B-STATUS-NUM    REDEFINES SIDE-B-STATUS PIC 99.
       01 AUDIT-STATUS         PIC X(02).
       01 AUDIT-STATUS-NUM     REDEFINES AUDIT-STATUS PIC 99.
       01 ARCH-STATUS          PIC X(02).
       01 ARCH-STATUS-NUM      REDEFINES ARCH-STATUS PIC 99.
       01 REPORT-STATUS        PIC X(02).
       01 WS-SIDE-A-NAME       PIC X(64).
       01 WS-SIDE-B-NAME       PIC X(64).
       01 WS-ARCHIVE-NAME      PIC X(20).

           COPY BNRREC.

      *    The record being examined, wherever it came from - live
      *    file or archive generation - lands here first, the same
      *    convention every other AUDITLOG reader uses.
           COPY AUDITREC REPLACING LEADING ==AUDIT== BY ==WORK==.

      *    The most recent record wearing the wanted run number -
      *    the live file first, then the AUDARC generations newest
      *    first, exactly as FBRERUN searches.
           COPY AUDITREC REPLACING LEADING ==AUDIT== BY ==FND==.
       01 FOUND-SW             PIC X(01).
          88 RUN-FOUND                  VALUE 'Y'.
          88 RUN-NOT-FOUND              VALUE 'N'.
       01 WS-WANTED-RUN        PIC 9(08).

       01 WS-TODAY-DATE        PIC 9(08).
       01 WS-WALK-MONTH.
           05 WS-WM-YEAR        PIC 9(04).
           05 WS-WM-MONTH       PIC 9(02).
       01 WS-MONTH-GUARD       PIC 9(03).

      *    Everything known about each side's section - where it
      *    was found, what range and rule set produced it, what its
      *    trailer said, and, during the compare itself, the result
      *    line it is currently offering.  Entry 1 is run A, entry 2
      *    run B.
       01 SIDE-TABLE.
           05 SIDE-ENTRY OCCURS 2 TIMES.
              10 SD-LETTER          PIC X(01).
              10 SD-RUN-NUMBER      PIC 9(08).
              10 SD-FILE-NAME       PIC X(64).
              10 SD-CARD-SW         PIC X(01).
                 88 SD-CARD-READ            VALUE 'Y'.
              10 SD-NAME-SW         PIC X(01).
                 88 SD-NAME-DEFAULTED       VALUE 'D'.
                 88 SD-NAME-KEYED           VALUE 'K'.
              10 SD-FOUND-SW        PIC X(01).
                 88 SD-FOUND                VALUE 'Y'.
                 88 SD-NOT-FOUND            VALUE 'N'.
              10 SD-REASON          PIC X(60).
              10 SD-BANNER-SW       PIC X(01).
                 88 SD-BANNERED             VALUE 'Y'.
                 88 SD-WHOLE-FILE           VALUE 'N'.
              10 SD-BANNERS-SEEN-SW PIC X(01).
                 88 SD-BANNERS-SEEN         VALUE 'Y'.
              10 SD-OPEN-SW         PIC X(01).
                 88 SD-FILE-OPEN            VALUE 'Y'.
                 88 SD-FILE-CLOSED          VALUE 'N'.
              10 SD-EOF-SW          PIC X(01).
                 88 SD-AT-EOF               VALUE 'Y'.
                 88 SD-NOT-AT-EOF           VALUE 'N'.
              10 SD-STATE-SW        PIC X(01).
                 88 SD-SEEKING              VALUE 'S'.
                 88 SD-INSIDE               VALUE 'I'.
                 88 SD-SECTION-OVER         VALUE 'O'.
              10 SD-END-SW          PIC X(01).
                 88 SD-END-BANNER-SEEN      VALUE 'Y'.
              10 SD-LINES-READ      PIC 9(10).
              10 SD-PROLOGUE-RUN    PIC 9(08).
              10 SD-FORMAT          PIC X(04).
              10 SD-RANGE-SW        PIC X(01).
                 88 SD-RANGE-FROM-BANNER    VALUE 'B'.
                 88 SD-RANGE-FROM-AUDIT     VALUE 'A'.
                 88 SD-RANGE-UNKNOWN        VALUE 'U'.
              10 SD-START           PIC 9(20).
              10 SD-END             PIC 9(20).
              10 SD-STEP            PIC 9(10).
              10 SD-DIRECTION-SW    PIC X(01).
                 88 SD-ASCENDING            VALUE 'A'.
                 88 SD-DESCENDING           VALUE 'D'.
              10 SD-RULESET         PIC X(06).
              10 SD-RULES-SOURCE    PIC X(01).
                 88 SD-REBUILT-RULES        VALUE 'P'.
              10 SD-RESULT-LINES    PIC 9(10).
              10 SD-EXPECTED        PIC 9(20).
              10 SD-NUMBERING-SW    PIC X(01).
                 88 SD-NUMBERED-BY-LINE     VALUE 'L'.
                 88 SD-NUMBERED-BY-POSITION VALUE 'P'.
                 88 SD-CANNOT-NUMBER        VALUE 'X'.
              10 SD-RESUMED-SW      PIC X(01).
                 88 SD-RESUMED              VALUE 'Y'.
              10 SD-FIRST-NUMBER    PIC 9(20).
              10 SD-NEXT-NUMBER     PIC 9(20).
              10 SD-TRAILER-SW      PIC X(01).
                 88 SD-TRAILER-SEEN         VALUE 'Y'.
              10 SD-TRL-COUNT       PIC 9(10) OCCURS 6 TIMES.
              10 SD-CURRENT-SW      PIC X(01).
                 88 SD-HAS-CURRENT          VALUE 'Y'.
                 88 SD-EXHAUSTED            VALUE 'N'.
              10 SD-CUR-NUMBER      PIC 9(20).
              10 SD-CUR-WORD        PIC X(20).
       01 SIDE-IDX             PIC 9(01) COMP.

      *    The six trailer counters in the order every format prints
      *    them - the CSV keys and the HTML/JSON labels both.
       01 COUNTER-NAME-VALUES.
           05 FILLER            PIC X(08) VALUE "TOTAL".
           05 FILLER            PIC X(08) VALUE "FIZZ".
           05 FILLER            PIC X(08) VALUE "BUZZ".
           05 FILLER            PIC X(08) VALUE "FIZZBUZZ".
           05 FILLER            PIC X(08) VALUE "PLAIN".
           05 FILLER            PIC X(08) VALUE "OTHER".
       01 COUNTER-NAME-TABLE REDEFINES COUNTER-NAME-VALUES.
           05 COUNTER-NAME      PIC X(08) OCCURS 6 TIMES.
       01 CTR-IDX              PIC 9(01) COMP.
       01 WS-MATCH-CTR         PIC 9(01) COMP.

      *    One report line as it is being classified.
       01 WS-SCAN-LINE         PIC X(132).
       01 SCAN-KIND-SW         PIC X(01).
          88 SCAN-BEGIN                 VALUE 'B'.
          88 SCAN-END                   VALUE 'E'.
          88 SCAN-RESULT                VALUE 'R'.
          88 SCAN-TRAILER               VALUE 'T'.
          88 SCAN-OTHER                 VALUE 'O'.
       01 SCAN-NUMBER          PIC 9(20).
       01 SCAN-WORD            PIC X(20).
       01 SCAN-KEY             PIC X(20).
       01 SCAN-VALUE           PIC X(20).
       01 SCAN-TOKEN-TABLE.
           05 SCAN-TOKEN        PIC X(20) OCCURS 16 TIMES.
       01 TOKEN-IDX            PIC 9(02) COMP.
       01 WS-VALUE-BASE        PIC 9(02) COMP.

       01 ADVANCE-SW           PIC X(01).
          88 ADVANCE-SEARCHING          VALUE 'S'.
          88 ADVANCE-DONE               VALUE 'D'.
       01 WS-SPAN              PIC 9(20).
       01 WS-SKIP              PIC 9(20).
       01 WS-SKIP-LINES        PIC 9(20).

       01 MERGE-SW             PIC X(01).
          88 MERGE-POSSIBLE             VALUE 'Y'.
          88 MERGE-COUNTS-ONLY          VALUE 'N'.
       01 WS-COUNTS-ONLY-REASON PIC X(80).
       01 DIFFERS-SW           PIC X(01) VALUE 'N'.
          88 OUTPUTS-DIFFER             VALUE 'Y'.
       01 FATAL-SW             PIC X(01) VALUE 'N'.
          88 COMPARE-REFUSED            VALUE 'Y'.

       01 CNT-COMPARED         PIC 9(10) VALUE ZERO.
       01 CNT-MATCHED          PIC 9(10) VALUE ZERO.
       01 CNT-CHANGED          PIC 9(10) VALUE ZERO.
       01 CNT-A-ONLY           PIC 9(10) VALUE ZERO.
       01 CNT-B-ONLY           PIC 9(10) VALUE ZERO.
       01 CNT-LISTED           PIC 9(10) VALUE ZERO.
       01 CNT-UNLISTED         PIC 9(10) VALUE ZERO.
       01 CNT-DIFFERENCES      PIC 9(10) VALUE ZERO.
      *    A wholesale rule change differs on every few numbers of a
      *    long range - the report lists this many differences one by
      *    one and counts the rest; the change summary below the
      *    list still covers every one of them.
       01 WS-LIST-LIMIT        PIC 9(10) VALUE 500.

      *    Word changes grouped by kind - FIZZ to FOO and so on - so
      *    a rule change can be proved against its RULEPEND entry at
      *    a glance.  Any plain number is grouped as (NUMBER), or
      *    every number a new rule picked up would be a kind of its
      *    own.
       01 CHANGE-TABLE.
           05 CHANGE-ENTRY OCCURS 50 TIMES.
              10 CHG-FROM           PIC X(20).
              10 CHG-TO             PIC X(20).
              10 CHG-COUNT          PIC 9(10).
       01 CHANGE-COUNT         PIC 9(03) COMP VALUE ZERO.
       01 CHANGE-IDX           PIC 9(03) COMP.
       01 CHANGE-MATCH-IDX     PIC 9(03) COMP.
       01 CHANGE-OVERFLOW-SW   PIC X(01) VALUE 'N'.
          88 CHANGE-TABLE-FULL          VALUE 'Y'.
       01 WS-FROM-KEY          PIC X(20).
       01 WS-TO-KEY            PIC X(20).

      *    One row of the side-by-side trailer table.  A side with
      *    no trailer shows its column as text instead of a count.
       01 TRAILER-ROW.
           05 TRL-NAME          PIC X(12).
           05 FILLER            PIC X(02).
           05 TRL-COUNT-A       PIC Z(9)9.
           05 TRL-COUNT-A-X     REDEFINES TRL-COUNT-A PIC X(10).
           05 FILLER            PIC X(04).
           05 TRL-COUNT-B       PIC Z(9)9.
           05 TRL-COUNT-B-X     REDEFINES TRL-COUNT-B PIC X(10).
           05 FILLER            PIC X(04).
           05 TRL-DIFFERENCE    PIC -(10)9.
           05 TRL-DIFFERENCE-X  REDEFINES TRL-DIFFERENCE PIC X(11).
           05 FILLER            PIC X(79).
       01 WS-DIFF-VALUE        PIC S9(11).

       01 WS-OUTPUT-LINE       PIC X(132).
       01 WS-RUN-A-TRIM        PIC X(20).
       01 WS-RUN-B-TRIM        PIC X(20).
       01 WS-SIDE-RUN-TRIM     PIC X(20).
       01 WS-START-TRIM        PIC X(20).
       01 WS-END-TRIM          PIC X(20).
       01 WS-STEP-TRIM         PIC X(20).
       01 WS-RULESET-TRIM      PIC X(20).
      *    De-editing workspace - a numeric DISPLAY field MOVEd or
      *    STRING'd straight into an alphanumeric field copies its
      *    zero-padded digit string verbatim, so the numbers a person
      *    reads pass through here on the way out.
       01 WS-TRIM-SOURCE        PIC 9(20).
       01 WS-TRIM-EDITED        PIC Z(19)9.
       01 WS-TRIM-RESULT        PIC X(20).
       01 WS-TRIM-LEAD-SPACES   PIC 9(02) COMP.
       01 WS-COUNT-A-TRIM       PIC X(20).
       01 WS-COUNT-B-TRIM       PIC X(20).
       01 WS-COUNT-C-TRIM       PIC X(20).
       01 WS-COUNT-D-TRIM       PIC X(20).
       01 WS-COUNT-E-TRIM       PIC X(20).
       01 WS-SUMMARY-LINE       PIC X(80).

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
      *    Sets two runs' output side by side and says what changed -
      *    the answer to "why is my output different from last
      *    month" and the proof that a rule change did only what its
      *    RULEPEND entry said.  Each run's section is found between
      *    its *RANGEB*/*RANGEE* banners in REPORTOUT, or is the
      *    whole of a piece FBDIST delivered (banners already
      *    stripped).  The two sections are then walked together
      *    number by number - CSV lines carry their number, HTML and
      *    JSON lines are numbered from the range the banner or the
      *    audit record names - and CMPRPT lists every number whose
      *    word changed, every number only one side has, and the two
      *    trailers' counts side by side.  Ends RC 4 when the outputs
      *    differ and RC 8 when either run's section cannot be found.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM 1000-READ-CONTROL-CARDS THRU 1000Z.

           IF NOT SD-CARD-READ(1) OR NOT SD-CARD-READ(2) THEN
             DISPLAY "FBRUNCMP: CMPCTLIN MUST NAME A RUN A AND A "
               "RUN B - NOTHING COMPARED"
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.

           PERFORM 2000-SURVEY-ONE-SIDE THRU 2000Z
             VARYING SIDE-IDX FROM 1 BY 1
             UNTIL SIDE-IDX > 2.

           MOVE SD-RUN-NUMBER(1) TO WS-TRIM-SOURCE.
           PERFORM U09A-DE-EDIT-NUMBER THRU U09AZ.
           MOVE WS-TRIM-RESULT TO WS-RUN-A-TRIM.
           MOVE SD-RUN-NUMBER(2) TO WS-TRIM-SOURCE.
           PERFORM U09A-DE-EDIT-NUMBER THRU U09AZ.
           MOVE WS-TRIM-RESULT TO WS-RUN-B-TRIM.

           OPEN OUTPUT CMP-REPORT.
           PERFORM 7000-WRITE-HEADING THRU 7000Z.

           IF SD-FOUND(1) AND SD-FOUND(2) THEN
             PERFORM 2500-JUDGE-MERGE THRU 2500Z
             IF MERGE-POSSIBLE THEN
               PERFORM 3000-MERGE-SECTIONS THRU 3000Z
             ELSE
               PERFORM 7150-WRITE-COUNTS-ONLY-NOTE THRU 7150Z
             END-IF
             PERFORM 7300-WRITE-CHANGE-SUMMARY THRU 7300Z
             PERFORM 7400-WRITE-TRAILER-COMPARE THRU 7400Z
             PERFORM 7500-WRITE-TOTALS THRU 7500Z
           ELSE
             SET COMPARE-REFUSED TO TRUE
             MOVE SPACES TO WS-OUTPUT-LINE
             PERFORM U04-WRITE-REPORT-LINE THRU U04Z
             MOVE "NOTHING COMPARED - BOTH RUNS' OUTPUT MUST BE ON HAND"
               TO WS-OUTPUT-LINE
             PERFORM U04-WRITE-REPORT-LINE THRU U04Z
           END-IF.

           CLOSE CMP-REPORT.

           MOVE SPACES TO WS-SUMMARY-LINE.
           EVALUATE TRUE
             WHEN COMPARE-REFUSED
               STRING "FBRUNCMP: RUN " DELIMITED BY SIZE
                 WS-RUN-A-TRIM DELIMITED BY SPACE
                 " AGAINST RUN " DELIMITED BY SIZE
                 WS-RUN-B-TRIM DELIMITED BY SPACE
                 " - OUTPUT NOT FOUND, SEE CMPRPT" DELIMITED BY SIZE
                 INTO WS-SUMMARY-LINE
               MOVE 8 TO RETURN-CODE
             WHEN OUTPUTS-DIFFER
               MOVE CNT-DIFFERENCES TO WS-TRIM-SOURCE
               PERFORM U09A-DE-EDIT-NUMBER THRU U09AZ
               STRING "FBRUNCMP: RUN " DELIMITED BY SIZE
                 WS-RUN-A-TRIM DELIMITED BY SPACE
                 " AGAINST RUN " DELIMITED BY SIZE
                 WS-RUN-B-TRIM DELIMITED BY SPACE
                 " - " DELIMITED BY SIZE
                 WS-TRIM-RESULT DELIMITED BY SPACE
                 " NUMBER(S) DIFFER, SEE CMPRPT" DELIMITED BY SIZE
                 INTO WS-SUMMARY-LINE
               MOVE 4 TO RETURN-CODE
             WHEN OTHER
               STRING "FBRUNCMP: RUN " DELIMITED BY SIZE
                 WS-RUN-A-TRIM DELIMITED BY SPACE
                 " AGAINST RUN " DELIMITED BY SIZE
                 WS-RUN-B-TRIM DELIMITED BY SPACE
                 " - OUTPUTS MATCH" DELIMITED BY SIZE
                 INTO WS-SUMMARY-LINE
           END-EVALUATE.
           DISPLAY WS-SUMMARY-LINE.
           GOBACK.

       1000-READ-CONTROL-CARDS SECTION.
           MOVE SPACES TO SIDE-TABLE.
           MOVE "A" TO SD-LETTER(1).
           MOVE "B" TO SD-LETTER(2).

           OPEN INPUT CMP-CTL.
           IF CTL-STATUS-NUM = 00 THEN
             PERFORM 1100-READ-ONE-CARD THRU 1100Z
               UNTIL CTL-STATUS-NUM > 9
             CLOSE CMP-CTL
           ELSE
             DISPLAY "FBRUNCMP: NO CMPCTLIN ON HAND"
           END-IF.

       1000Z.
           EXIT.

       1100-READ-ONE-CARD SECTION.
           READ CMP-CTL
             AT END
               MOVE 10 TO CTL-STATUS-NUM
             NOT AT END
               EVALUATE CMP-SIDE
                 WHEN "A"
                   MOVE 1 TO SIDE-IDX
                 WHEN "B"
                   MOVE 2 TO SIDE-IDX
                 WHEN OTHER
                   MOVE 0 TO SIDE-IDX
               END-EVALUATE
               IF SIDE-IDX = 0
                  OR CMP-RUN-NUMBER IS NOT NUMERIC
                  OR CMP-RUN-NUMBER = ZERO THEN
                 DISPLAY "FBRUNCMP: UNUSABLE CMPCTLIN CARD - "
                   CMP-CTL-RECORD
               ELSE
                 SET SD-CARD-READ(SIDE-IDX) TO TRUE
                 MOVE CMP-RUN-NUMBER TO SD-RUN-NUMBER(SIDE-IDX)
                 IF CMP-SOURCE = SPACES THEN
                   MOVE "REPORTOUT" TO SD-FILE-NAME(SIDE-IDX)
                   SET SD-NAME-DEFAULTED(SIDE-IDX) TO TRUE
                 ELSE
                   MOVE CMP-SOURCE TO SD-FILE-NAME(SIDE-IDX)
                   SET SD-NAME-KEYED(SIDE-IDX) TO TRUE
                 END-IF
               END-IF
           END-READ.

       1100Z.
           EXIT.

       2000-SURVEY-ONE-SIDE SECTION.
      *    A first pass over the side's section that settles
      *    everything the compare needs before it starts: whether the
      *    section is there at all, its format, how many result lines
      *    it carries, the range they are numbered from and what its
      *    trailer says.
           SET SD-NOT-FOUND(SIDE-IDX) TO TRUE.
           SET SD-FILE-CLOSED(SIDE-IDX) TO TRUE.
           SET SD-RANGE-UNKNOWN(SIDE-IDX) TO TRUE.
           SET SD-ASCENDING(SIDE-IDX) TO TRUE.
           MOVE SPACES TO SD-FORMAT(SIDE-IDX) SD-RULESET(SIDE-IDX)
             SD-RULES-SOURCE(SIDE-IDX) SD-REASON(SIDE-IDX)
             SD-TRAILER-SW(SIDE-IDX) SD-RESUMED-SW(SIDE-IDX)
             SD-END-SW(SIDE-IDX).
           MOVE ZERO TO SD-RESULT-LINES(SIDE-IDX)
             SD-PROLOGUE-RUN(SIDE-IDX) SD-EXPECTED(SIDE-IDX)
             SD-START(SIDE-IDX) SD-END(SIDE-IDX) SD-STEP(SIDE-IDX).
           PERFORM 2010-ZERO-ONE-TRAILER-COUNT THRU 2010Z
             VARYING CTR-IDX FROM 1 BY 1
             UNTIL CTR-IDX > 6.

           PERFORM 2100-LOCATE-SECTION THRU 2100Z.

      *    Not in tonight's REPORTOUT - the piece FBDIST cut for the
      *    run is the next place a defaulted side looks.
           IF SD-NOT-FOUND(SIDE-IDX)
              AND SD-NAME-DEFAULTED(SIDE-IDX) THEN
             MOVE SD-RUN-NUMBER(SIDE-IDX) TO WS-TRIM-SOURCE
             PERFORM U09A-DE-EDIT-NUMBER THRU U09AZ
             MOVE SPACES TO SD-FILE-NAME(SIDE-IDX)
             STRING "RPT." DELIMITED BY SIZE
               WS-TRIM-RESULT DELIMITED BY SPACE
               INTO SD-FILE-NAME(SIDE-IDX)
             PERFORM 2100-LOCATE-SECTION THRU 2100Z
             IF SD-NOT-FOUND(SIDE-IDX) THEN
               MOVE SD-REASON(SIDE-IDX) TO WS-OUTPUT-LINE
               MOVE SPACES TO SD-REASON(SIDE-IDX)
               STRING "NOT IN REPORTOUT, AND " DELIMITED BY SIZE
                 WS-OUTPUT-LINE DELIMITED BY "  "
                 INTO SD-REASON(SIDE-IDX)
             END-IF
           END-IF.

           IF SD-FOUND(SIDE-IDX) THEN
             PERFORM 2200-SCAN-SECTION-BODY THRU 2200Z
               UNTIL SD-SECTION-OVER(SIDE-IDX)
             PERFORM U03-CLOSE-SIDE-FILE THRU U03Z
             PERFORM 2050-CHECK-WHOLE-FILE-RUN THRU 2050Z
           END-IF.

           IF SD-FOUND(SIDE-IDX) THEN
             IF NOT SD-RANGE-FROM-BANNER(SIDE-IDX) THEN
               PERFORM 2300-LOOKUP-AUDIT-RECORD THRU 2300Z
             END-IF
             PERFORM 2400-SETTLE-NUMBERING THRU 2400Z
           END-IF.

       2000Z.
           EXIT.

       2010-ZERO-ONE-TRAILER-COUNT SECTION.
           MOVE ZERO TO SD-TRL-COUNT(SIDE-IDX, CTR-IDX).

       2010Z.
           EXIT.

       2050-CHECK-WHOLE-FILE-RUN SECTION.
      *    A delivered piece has no banner to prove whose it is, but
      *    its prologue still names the run - a file keyed for the
      *    wrong run is refused rather than compared.
           IF SD-WHOLE-FILE(SIDE-IDX)
              AND SD-PROLOGUE-RUN(SIDE-IDX) NOT =
                  SD-RUN-NUMBER(SIDE-IDX) THEN
             SET SD-NOT-FOUND(SIDE-IDX) TO TRUE
             MOVE SD-PROLOGUE-RUN(SIDE-IDX) TO WS-TRIM-SOURCE
             PERFORM U09A-DE-EDIT-NUMBER THRU U09AZ
             MOVE SPACES TO SD-REASON(SIDE-IDX)
             IF SD-PROLOGUE-RUN(SIDE-IDX) = ZERO THEN
               STRING SD-FILE-NAME(SIDE-IDX) DELIMITED BY SPACE
                 " NAMES NO RUN IN ITS PROLOGUE" DELIMITED BY SIZE
                 INTO SD-REASON(SIDE-IDX)
             ELSE
               STRING SD-FILE-NAME(SIDE-IDX) DELIMITED BY SPACE
                 " HOLDS RUN " DELIMITED BY SIZE
                 WS-TRIM-RESULT DELIMITED BY SPACE
                 INTO SD-REASON(SIDE-IDX)
             END-IF
           END-IF.

       2050Z.
           EXIT.

       2100-LOCATE-SECTION SECTION.
      *    Leaves the side's file open just past the run's begin
      *    banner.  A file with no banners at all is a delivered
      *    piece - the whole file is the section, so it is reopened
      *    from the top.
           SET SD-NOT-FOUND(SIDE-IDX) TO TRUE.
           SET SD-SEEKING(SIDE-IDX) TO TRUE.
           MOVE 'N' TO SD-BANNERS-SEEN-SW(SIDE-IDX).
           MOVE ZERO TO SD-LINES-READ(SIDE-IDX).

           PERFORM U02-OPEN-SIDE-FILE THRU U02Z.
           IF SD-FILE-CLOSED(SIDE-IDX) THEN
             MOVE SPACES TO SD-REASON(SIDE-IDX)
             STRING SD-FILE-NAME(SIDE-IDX) DELIMITED BY SPACE
               " IS NOT ON HAND" DELIMITED BY SIZE
               INTO SD-REASON(SIDE-IDX)
           ELSE
             PERFORM 2110-SEEK-ONE-LINE THRU 2110Z
               UNTIL SD-INSIDE(SIDE-IDX) OR SD-AT-EOF(SIDE-IDX)
             EVALUATE TRUE
               WHEN SD-INSIDE(SIDE-IDX)
                 SET SD-FOUND(SIDE-IDX) TO TRUE
                 SET SD-BANNERED(SIDE-IDX) TO TRUE
               WHEN SD-BANNERS-SEEN(SIDE-IDX)
                 PERFORM U03-CLOSE-SIDE-FILE THRU U03Z
                 MOVE SPACES TO SD-REASON(SIDE-IDX)
                 STRING SD-FILE-NAME(SIDE-IDX) DELIMITED BY SPACE
                   " HAS NO SECTION FOR THE RUN" DELIMITED BY SIZE
                   INTO SD-REASON(SIDE-IDX)
               WHEN SD-LINES-READ(SIDE-IDX) = ZERO
                 PERFORM U03-CLOSE-SIDE-FILE THRU U03Z
                 MOVE SPACES TO SD-REASON(SIDE-IDX)
                 STRING SD-FILE-NAME(SIDE-IDX) DELIMITED BY SPACE
                   " IS EMPTY" DELIMITED BY SIZE
                   INTO SD-REASON(SIDE-IDX)
               WHEN OTHER
                 PERFORM U03-CLOSE-SIDE-FILE THRU U03Z
                 PERFORM U02-OPEN-SIDE-FILE THRU U02Z
                 SET SD-FOUND(SIDE-IDX) TO TRUE
                 SET SD-WHOLE-FILE(SIDE-IDX) TO TRUE
                 SET SD-INSIDE(SIDE-IDX) TO TRUE
             END-EVALUATE
           END-IF.

       2100Z.
           EXIT.

       2110-SEEK-ONE-LINE SECTION.
           PERFORM U01-READ-SIDE-LINE THRU U01Z.
           IF SD-NOT-AT-EOF(SIDE-IDX) THEN
             ADD 1 TO SD-LINES-READ(SIDE-IDX)
             MOVE WS-SCAN-LINE TO RANGE-BANNER-RECORD
             IF BNR-BEGIN-BANNER OR BNR-END-BANNER THEN
               SET SD-BANNERS-SEEN(SIDE-IDX) TO TRUE
             END-IF
             IF BNR-BEGIN-BANNER
                AND BNR-RUN-NUMBER IS NUMERIC
                AND BNR-RUN-NUMBER = SD-RUN-NUMBER(SIDE-IDX) THEN
               SET SD-INSIDE(SIDE-IDX) TO TRUE
               PERFORM 2120-TAKE-BANNER-FACTS THRU 2120Z
             END-IF
           END-IF.

       2110Z.
           EXIT.

       2120-TAKE-BANNER-FACTS SECTION.
      *    The version field is blank on sections written before
      *    rule-set versions existed - shown as unknown, not zero.
           IF BNR-START-NUMBER IS NUMERIC
              AND BNR-END-NUMBER IS NUMERIC
              AND BNR-STEP-NUMBER IS NUMERIC
              AND BNR-STEP-NUMBER > ZERO THEN
             MOVE BNR-START-NUMBER TO SD-START(SIDE-IDX)
             MOVE BNR-END-NUMBER TO SD-END(SIDE-IDX)
             MOVE BNR-STEP-NUMBER TO SD-STEP(SIDE-IDX)
             SET SD-RANGE-FROM-BANNER(SIDE-IDX) TO TRUE
           END-IF.
           IF BNR-RULESET-VERSION IS NUMERIC THEN
             MOVE BNR-RULESET-VERSION TO SD-RULESET(SIDE-IDX)
             MOVE BNR-RULES-SOURCE TO SD-RULES-SOURCE(SIDE-IDX)
           END-IF.
      *    The format off the banner rather than the prologue - a
      *    run resumed from a hold carries on its section without a
      *    prologue of its own, and every line would otherwise go
      *    unrecognized.  A prologue that is there is passed over by
      *    its format's classifier like any other non-result line.
           IF BNR-FORMAT-CODE = "CSV"
              OR BNR-FORMAT-CODE = "HTML"
              OR BNR-FORMAT-CODE = "JSON" THEN
             MOVE BNR-FORMAT-CODE TO SD-FORMAT(SIDE-IDX)
           END-IF.

       2120Z.
           EXIT.

       2200-SCAN-SECTION-BODY SECTION.
      *    The section ends at its own end banner, at a begin banner
      *    (a torn section - its end banner never reached disk), or
      *    at end of file, which is how a delivered piece ends.
           PERFORM U01-READ-SIDE-LINE THRU U01Z.
           IF SD-AT-EOF(SIDE-IDX) THEN
             SET SD-SECTION-OVER(SIDE-IDX) TO TRUE
           ELSE
             PERFORM U20-CLASSIFY-LINE THRU U20Z
             EVALUATE TRUE
               WHEN SCAN-END
                 SET SD-END-BANNER-SEEN(SIDE-IDX) TO TRUE
                 SET SD-SECTION-OVER(SIDE-IDX) TO TRUE
               WHEN SCAN-BEGIN
                 SET SD-SECTION-OVER(SIDE-IDX) TO TRUE
               WHEN SCAN-RESULT
                 ADD 1 TO SD-RESULT-LINES(SIDE-IDX)
               WHEN OTHER
                 CONTINUE
             END-EVALUATE
           END-IF.

       2200Z.
           EXIT.

       2300-LOOKUP-AUDIT-RECORD SECTION.
      *    A delivered piece carries no banner, so the range its HTML
      *    or JSON lines are numbered from - and the rule set that
      *    produced it - come off the run's audit record instead.
           MOVE SD-RUN-NUMBER(SIDE-IDX) TO WS-WANTED-RUN.
           SET RUN-NOT-FOUND TO TRUE.
           PERFORM 2310-SEARCH-LIVE-FILE THRU 2310Z.
           IF RUN-NOT-FOUND THEN
             PERFORM 2350-SEARCH-ARCHIVE-MONTHS THRU 2350Z
           END-IF.

           IF RUN-FOUND THEN
             IF FND-START-NUMBER IS NUMERIC
                AND FND-END-NUMBER IS NUMERIC
                AND FND-STEP-NUMBER IS NUMERIC
                AND FND-STEP-NUMBER > ZERO THEN
               MOVE FND-START-NUMBER TO SD-START(SIDE-IDX)
               MOVE FND-END-NUMBER TO SD-END(SIDE-IDX)
               MOVE FND-STEP-NUMBER TO SD-STEP(SIDE-IDX)
               SET SD-RANGE-FROM-AUDIT(SIDE-IDX) TO TRUE
             END-IF
             IF SD-RULESET(SIDE-IDX) = SPACES
                AND FND-RULESET-VERSION IS NUMERIC THEN
               MOVE FND-RULESET-VERSION TO SD-RULESET(SIDE-IDX)
             END-IF
           END-IF.

       2300Z.
           EXIT.

       2310-SEARCH-LIVE-FILE SECTION.
           OPEN INPUT AUDIT-LOG.
           IF AUDIT-STATUS-NUM = 00 THEN
             PERFORM 2320-EXAMINE-ONE-LIVE-RECORD THRU 2320Z
               UNTIL AUDIT-STATUS-NUM > 9
             CLOSE AUDIT-LOG
           END-IF.

       2310Z.
           EXIT.

       2320-EXAMINE-ONE-LIVE-RECORD SECTION.
           READ AUDIT-LOG
             AT END
               MOVE 10 TO AUDIT-STATUS-NUM
             NOT AT END
               MOVE AUDIT-RECORD TO WORK-RECORD
               PERFORM 2330-KEEP-IF-WANTED THRU 2330Z
           END-READ.

       2320Z.
           EXIT.

       2330-KEEP-IF-WANTED SECTION.
           IF WORK-RUN-NUMBER IS NUMERIC
              AND WORK-RUN-NUMBER = WS-WANTED-RUN THEN
             MOVE WORK-RECORD TO FND-RECORD
             SET RUN-FOUND TO TRUE
           END-IF.

       2330Z.
           EXIT.

       2350-SEARCH-ARCHIVE-MONTHS SECTION.
           MOVE WS-TODAY-DATE(1:6) TO WS-WALK-MONTH.
           PERFORM U05-WALK-BACK-ONE-MONTH.
           MOVE ZERO TO WS-MONTH-GUARD.
           PERFORM 2360-SEARCH-ONE-GENERATION THRU 2360Z
             UNTIL RUN-FOUND OR WS-MONTH-GUARD > 24.

       2350Z.
           EXIT.

       2360-SEARCH-ONE-GENERATION SECTION.
           MOVE SPACES TO WS-ARCHIVE-NAME.
           STRING "AUDARC." DELIMITED BY SIZE
             WS-WALK-MONTH DELIMITED BY SIZE
             INTO WS-ARCHIVE-NAME.

           OPEN INPUT ARCHIVE-FILE.
           IF ARCH-STATUS-NUM = 00 THEN
             PERFORM 2370-EXAMINE-ONE-ARCHIVE-LINE THRU 2370Z
               UNTIL ARCH-STATUS-NUM > 9
             CLOSE ARCHIVE-FILE
           END-IF.

           PERFORM U05-WALK-BACK-ONE-MONTH.
           ADD 1 TO WS-MONTH-GUARD.

       2360Z.
           EXIT.

       2370-EXAMINE-ONE-ARCHIVE-LINE SECTION.
           READ ARCHIVE-FILE
             AT END
               MOVE 10 TO ARCH-STATUS-NUM
             NOT AT END
               IF ARCH-RECORD(1:1) = "*" THEN
                 CONTINUE
               ELSE
                 MOVE ARCH-RECORD TO WORK-RECORD
                 PERFORM 2330-KEEP-IF-WANTED THRU 2330Z
               END-IF
           END-READ.

       2370Z.
           EXIT.

       2400-SETTLE-NUMBERING SECTION.
      *    CSV lines carry their own number.  HTML and JSON lines are
      *    numbered by position from START, by STEP, in the range's
      *    own direction - which needs the range.  A section resumed
      *    from a checkpoint only holds the tail of its range (its
      *    earlier lines went out with the attempt that died), so
      *    when fewer lines are on hand than the range would produce
      *    the numbering starts that many steps in.
           IF SD-RANGE-UNKNOWN(SIDE-IDX) THEN
             SET SD-ASCENDING(SIDE-IDX) TO TRUE
           ELSE
             IF SD-START(SIDE-IDX) > SD-END(SIDE-IDX) THEN
               SET SD-DESCENDING(SIDE-IDX) TO TRUE
             ELSE
               SET SD-ASCENDING(SIDE-IDX) TO TRUE
             END-IF
           END-IF.

           EVALUATE TRUE
             WHEN SD-FORMAT(SIDE-IDX) = "CSV"
             WHEN SD-RESULT-LINES(SIDE-IDX) = ZERO
               SET SD-NUMBERED-BY-LINE(SIDE-IDX) TO TRUE
             WHEN SD-RANGE-UNKNOWN(SIDE-IDX)
               SET SD-CANNOT-NUMBER(SIDE-IDX) TO TRUE
             WHEN OTHER
               SET SD-NUMBERED-BY-POSITION(SIDE-IDX) TO TRUE
               MOVE SD-START(SIDE-IDX) TO SD-FIRST-NUMBER(SIDE-IDX)
               PERFORM 2410-COUNT-EXPECTED-LINES THRU 2410Z
               IF SD-RESULT-LINES(SIDE-IDX) <
                  SD-EXPECTED(SIDE-IDX) THEN
                 PERFORM 2420-NUMBER-FROM-THE-TAIL THRU 2420Z
               END-IF
           END-EVALUATE.

       2400Z.
           EXIT.

       2410-COUNT-EXPECTED-LINES SECTION.
      *    The walk's own bounds - END is never reached, in either
      *    direction.
           MOVE ZERO TO SD-EXPECTED(SIDE-IDX).
           IF SD-ASCENDING(SIDE-IDX)
              AND SD-START(SIDE-IDX) < SD-END(SIDE-IDX) THEN
             COMPUTE WS-SPAN = SD-END(SIDE-IDX) - 1
               - SD-START(SIDE-IDX)
             DIVIDE WS-SPAN BY SD-STEP(SIDE-IDX)
               GIVING SD-EXPECTED(SIDE-IDX)
             ADD 1 TO SD-EXPECTED(SIDE-IDX)
           END-IF.
           IF SD-DESCENDING(SIDE-IDX) THEN
             COMPUTE WS-SPAN = SD-START(SIDE-IDX) - 1
               - SD-END(SIDE-IDX)
             DIVIDE WS-SPAN BY SD-STEP(SIDE-IDX)
               GIVING SD-EXPECTED(SIDE-IDX)
             ADD 1 TO SD-EXPECTED(SIDE-IDX)
           END-IF.

       2410Z.
           EXIT.

       2420-NUMBER-FROM-THE-TAIL SECTION.
           SET SD-RESUMED(SIDE-IDX) TO TRUE.
           COMPUTE WS-SKIP-LINES = SD-EXPECTED(SIDE-IDX)
             - SD-RESULT-LINES(SIDE-IDX).
           COMPUTE WS-SKIP = WS-SKIP-LINES * SD-STEP(SIDE-IDX)
             ON SIZE ERROR
               MOVE ZERO TO WS-SKIP
               MOVE SPACES TO SD-RESUMED-SW(SIDE-IDX)
           END-COMPUTE.
           IF SD-ASCENDING(SIDE-IDX) THEN
             ADD WS-SKIP TO SD-FIRST-NUMBER(SIDE-IDX)
           ELSE
             SUBTRACT WS-SKIP FROM SD-FIRST-NUMBER(SIDE-IDX)
           END-IF.

       2420Z.
           EXIT.

       2500-JUDGE-MERGE SECTION.
      *    The number-by-number walk needs both sides numbered and
      *    walking the same way; otherwise only the trailers are set
      *    side by side.
           SET MERGE-POSSIBLE TO TRUE.
           MOVE SPACES TO WS-COUNTS-ONLY-REASON.
           EVALUATE TRUE
             WHEN SD-CANNOT-NUMBER(1)
               SET MERGE-COUNTS-ONLY TO TRUE
               STRING "THE RANGE RUN " DELIMITED BY SIZE
                 WS-RUN-A-TRIM DELIMITED BY SPACE
                 " COVERED IS NOT KNOWN - ITS LINES CANNOT BE "
                   DELIMITED BY SIZE
                 "NUMBERED" DELIMITED BY SIZE
                 INTO WS-COUNTS-ONLY-REASON
             WHEN SD-CANNOT-NUMBER(2)
               SET MERGE-COUNTS-ONLY TO TRUE
               STRING "THE RANGE RUN " DELIMITED BY SIZE
                 WS-RUN-B-TRIM DELIMITED BY SPACE
                 " COVERED IS NOT KNOWN - ITS LINES CANNOT BE "
                   DELIMITED BY SIZE
                 "NUMBERED" DELIMITED BY SIZE
                 INTO WS-COUNTS-ONLY-REASON
             WHEN SD-RESULT-LINES(1) > ZERO
                  AND SD-RESULT-LINES(2) > ZERO
                  AND SD-DIRECTION-SW(1) NOT = SD-DIRECTION-SW(2)
               SET MERGE-COUNTS-ONLY TO TRUE
               MOVE "THE TWO RUNS WALK THEIR RANGES IN OPPOSITE "
                 & "DIRECTIONS" TO WS-COUNTS-ONLY-REASON
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

       2500Z.
           EXIT.

       3000-MERGE-SECTIONS SECTION.
      *    Both sections are walked together, always stepping the
      *    side whose current number comes first in the range's
      *    direction - a number only one side reached is reported as
      *    missing from the other, the same way a sequential file
      *    match reports an unmatched key.
           MOVE SPACES TO WS-OUTPUT-LINE.
           PERFORM U04-WRITE-REPORT-LINE THRU U04Z.
           MOVE "DIFFERENCES, NUMBER BY NUMBER" TO WS-OUTPUT-LINE.
           PERFORM U04-WRITE-REPORT-LINE THRU U04Z.

           PERFORM 3100-POSITION-SIDE THRU 3100Z
             VARYING SIDE-IDX FROM 1 BY 1
             UNTIL SIDE-IDX > 2.

           PERFORM 3300-COMPARE-ONE-STEP THRU 3300Z
             UNTIL SD-EXHAUSTED(1) AND SD-EXHAUSTED(2).

           PERFORM U03-CLOSE-SIDE-FILE THRU U03Z
             VARYING SIDE-IDX FROM 1 BY 1
             UNTIL SIDE-IDX > 2.

           IF CNT-LISTED = ZERO THEN
             MOVE "  NONE - EVERY NUMBER HAS THE SAME WORD ON BOTH "
               & "SIDES" TO WS-OUTPUT-LINE
             PERFORM U04-WRITE-REPORT-LINE THRU U04Z
           END-IF.
           IF CNT-UNLISTED > ZERO THEN
             MOVE CNT-UNLISTED TO WS-TRIM-SOURCE
             PERFORM U09A-DE-EDIT-NUMBER THRU U09AZ
             MOVE SPACES TO WS-OUTPUT-LINE
             STRING "  ... AND " DELIMITED BY SIZE
               WS-TRIM-RESULT DELIMITED BY SPACE
               " FURTHER DIFFERENCE(S) COUNTED BUT NOT LISTED"
                 DELIMITED BY SIZE
               INTO WS-OUTPUT-LINE
             PERFORM U04-WRITE-REPORT-LINE THRU U04Z
           END-IF.

       3000Z.
           EXIT.

       3100-POSITION-SIDE SECTION.
           SET SD-SEEKING(SIDE-IDX) TO TRUE.
           PERFORM U02-OPEN-SIDE-FILE THRU U02Z.
           IF SD-BANNERED(SIDE-IDX) THEN
             IF SD-FILE-OPEN(SIDE-IDX) THEN
               PERFORM 2110-SEEK-ONE-LINE THRU 2110Z
                 UNTIL SD-INSIDE(SIDE-IDX) OR SD-AT-EOF(SIDE-IDX)
             END-IF
           ELSE
             SET SD-INSIDE(SIDE-IDX) TO TRUE
           END-IF.
           IF NOT SD-INSIDE(SIDE-IDX) THEN
             SET SD-SECTION-OVER(SIDE-IDX) TO TRUE
           END-IF.
           MOVE SD-FIRST-NUMBER(SIDE-IDX) TO SD-NEXT-NUMBER(SIDE-IDX).
           PERFORM 3200-ADVANCE-SIDE THRU 3200Z.

       3100Z.
           EXIT.

       3200-ADVANCE-SIDE SECTION.
      *    Moves the side on to its next result line, or marks it
      *    exhausted at the end of its section.
           SET SD-EXHAUSTED(SIDE-IDX) TO TRUE.
           IF SD-SECTION-OVER(SIDE-IDX) THEN
             SET ADVANCE-DONE TO TRUE
           ELSE
             SET ADVANCE-SEARCHING TO TRUE
           END-IF.
           PERFORM 3210-READ-FOR-RESULT THRU 3210Z
             UNTIL ADVANCE-DONE.

       3200Z.
           EXIT.

       3210-READ-FOR-RESULT SECTION.
           PERFORM U01-READ-SIDE-LINE THRU U01Z.
           IF SD-AT-EOF(SIDE-IDX) THEN
             SET SD-SECTION-OVER(SIDE-IDX) TO TRUE
             SET ADVANCE-DONE TO TRUE
           ELSE
             PERFORM U20-CLASSIFY-LINE THRU U20Z
             EVALUATE TRUE
               WHEN SCAN-BEGIN
               WHEN SCAN-END
                 SET SD-SECTION-OVER(SIDE-IDX) TO TRUE
                 SET ADVANCE-DONE TO TRUE
               WHEN SCAN-RESULT
                 SET SD-HAS-CURRENT(SIDE-IDX) TO TRUE
                 MOVE SCAN-WORD TO SD-CUR-WORD(SIDE-IDX)
                 IF SD-NUMBERED-BY-LINE(SIDE-IDX) THEN
                   MOVE SCAN-NUMBER TO SD-CUR-NUMBER(SIDE-IDX)
                 ELSE
                   MOVE SD-NEXT-NUMBER(SIDE-IDX)
                     TO SD-CUR-NUMBER(SIDE-IDX)
                   PERFORM 3220-STEP-NEXT-NUMBER THRU 3220Z
                 END-IF
                 SET ADVANCE-DONE TO TRUE
               WHEN OTHER
                 CONTINUE
             END-EVALUATE
           END-IF.

       3210Z.
           EXIT.

       3220-STEP-NEXT-NUMBER SECTION.
           IF SD-ASCENDING(SIDE-IDX) THEN
             ADD SD-STEP(SIDE-IDX) TO SD-NEXT-NUMBER(SIDE-IDX)
               ON SIZE ERROR
                 CONTINUE
             END-ADD
           ELSE
             IF SD-NEXT-NUMBER(SIDE-IDX) < SD-STEP(SIDE-IDX) THEN
               MOVE ZERO TO SD-NEXT-NUMBER(SIDE-IDX)
             ELSE
               SUBTRACT SD-STEP(SIDE-IDX)
                 FROM SD-NEXT-NUMBER(SIDE-IDX)
             END-IF
           END-IF.

       3220Z.
           EXIT.

       3300-COMPARE-ONE-STEP SECTION.
           EVALUATE TRUE
             WHEN SD-EXHAUSTED(1)
               MOVE 2 TO SIDE-IDX
               PERFORM 3410-NOTE-ONE-SIDE-ONLY THRU 3410Z
               PERFORM 3200-ADVANCE-SIDE THRU 3200Z
             WHEN SD-EXHAUSTED(2)
               MOVE 1 TO SIDE-IDX
               PERFORM 3410-NOTE-ONE-SIDE-ONLY THRU 3410Z
               PERFORM 3200-ADVANCE-SIDE THRU 3200Z
             WHEN SD-CUR-NUMBER(1) = SD-CUR-NUMBER(2)
               PERFORM 3400-COMPARE-WORDS THRU 3400Z
               MOVE 1 TO SIDE-IDX
               PERFORM 3200-ADVANCE-SIDE THRU 3200Z
               MOVE 2 TO SIDE-IDX
               PERFORM 3200-ADVANCE-SIDE THRU 3200Z
             WHEN SD-ASCENDING(1)
                  AND SD-CUR-NUMBER(1) < SD-CUR-NUMBER(2)
             WHEN SD-DESCENDING(1)
                  AND SD-CUR-NUMBER(1) > SD-CUR-NUMBER(2)
               MOVE 1 TO SIDE-IDX
               PERFORM 3410-NOTE-ONE-SIDE-ONLY THRU 3410Z
               PERFORM 3200-ADVANCE-SIDE THRU 3200Z
             WHEN OTHER
               MOVE 2 TO SIDE-IDX
               PERFORM 3410-NOTE-ONE-SIDE-ONLY THRU 3410Z
               PERFORM 3200-ADVANCE-SIDE THRU 3200Z
           END-EVALUATE.

       3300Z.
           EXIT.

       3400-COMPARE-WORDS SECTION.
           ADD 1 TO CNT-COMPARED.
           IF SD-CUR-WORD(1) = SD-CUR-WORD(2) THEN
             ADD 1 TO CNT-MATCHED
           ELSE
             ADD 1 TO CNT-CHANGED
             PERFORM 3500-TALLY-CHANGE-KIND THRU 3500Z
             IF CNT-LISTED < WS-LIST-LIMIT THEN
               MOVE SD-CUR-NUMBER(1) TO WS-TRIM-SOURCE
               PERFORM U09A-DE-EDIT-NUMBER THRU U09AZ
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "  NUMBER " DELIMITED BY SIZE
                 WS-TRIM-RESULT DELIMITED BY SPACE
                 " CHANGED FROM " DELIMITED BY SIZE
                 SD-CUR-WORD(1) DELIMITED BY SPACE
                 " (RUN " DELIMITED BY SIZE
                 WS-RUN-A-TRIM DELIMITED BY SPACE
                 ") TO " DELIMITED BY SIZE
                 SD-CUR-WORD(2) DELIMITED BY SPACE
                 " (RUN " DELIMITED BY SIZE
                 WS-RUN-B-TRIM DELIMITED BY SPACE
                 ")" DELIMITED BY SIZE
                 INTO WS-OUTPUT-LINE
               PERFORM U04-WRITE-REPORT-LINE THRU U04Z
               ADD 1 TO CNT-LISTED
             ELSE
               ADD 1 TO CNT-UNLISTED
             END-IF
           END-IF.

       3400Z.
           EXIT.

       3410-NOTE-ONE-SIDE-ONLY SECTION.
      *    SIDE-IDX names the side that has the number.
           IF SIDE-IDX = 1 THEN
             ADD 1 TO CNT-A-ONLY
             MOVE WS-RUN-A-TRIM TO WS-SIDE-RUN-TRIM
           ELSE
             ADD 1 TO CNT-B-ONLY
             MOVE WS-RUN-B-TRIM TO WS-SIDE-RUN-TRIM
           END-IF.
           IF CNT-LISTED < WS-LIST-LIMIT THEN
             MOVE SD-CUR-NUMBER(SIDE-IDX) TO WS-TRIM-SOURCE
             PERFORM U09A-DE-EDIT-NUMBER THRU U09AZ
             MOVE SPACES TO WS-OUTPUT-LINE
             STRING "  NUMBER " DELIMITED BY SIZE
               WS-TRIM-RESULT DELIMITED BY SPACE
               " ONLY IN RUN " DELIMITED BY SIZE
               WS-SIDE-RUN-TRIM DELIMITED BY SPACE
               " (" DELIMITED BY SIZE
               SD-CUR-WORD(SIDE-IDX) DELIMITED BY SPACE
               ")" DELIMITED BY SIZE
               INTO WS-OUTPUT-LINE
             PERFORM U04-WRITE-REPORT-LINE THRU U04Z
             ADD 1 TO CNT-LISTED
           ELSE
             ADD 1 TO CNT-UNLISTED
           END-IF.

       3410Z.
           EXIT.

       3500-TALLY-CHANGE-KIND SECTION.
           MOVE SD-CUR-WORD(1) TO WS-FROM-KEY.
           IF WS-FROM-KEY(1:1) >= "0" AND WS-FROM-KEY(1:1) <= "9"
           THEN
             MOVE "(NUMBER)" TO WS-FROM-KEY
           END-IF.
           MOVE SD-CUR-WORD(2) TO WS-TO-KEY.
           IF WS-TO-KEY(1:1) >= "0" AND WS-TO-KEY(1:1) <= "9" THEN
             MOVE "(NUMBER)" TO WS-TO-KEY
           END-IF.

           MOVE ZERO TO CHANGE-MATCH-IDX.
           PERFORM 3510-MATCH-ONE-CHANGE THRU 3510Z
             VARYING CHANGE-IDX FROM 1 BY 1
             UNTIL CHANGE-IDX > CHANGE-COUNT
                OR CHANGE-MATCH-IDX > ZERO.

           EVALUATE TRUE
             WHEN CHANGE-MATCH-IDX > ZERO
               ADD 1 TO CHG-COUNT(CHANGE-MATCH-IDX)
             WHEN CHANGE-COUNT < 50
               ADD 1 TO CHANGE-COUNT
               MOVE WS-FROM-KEY TO CHG-FROM(CHANGE-COUNT)
               MOVE WS-TO-KEY TO CHG-TO(CHANGE-COUNT)
               MOVE 1 TO CHG-COUNT(CHANGE-COUNT)
             WHEN OTHER
               SET CHANGE-TABLE-FULL TO TRUE
           END-EVALUATE.

       3500Z.
           EXIT.

       3510-MATCH-ONE-CHANGE SECTION.
           IF CHG-FROM(CHANGE-IDX) = WS-FROM-KEY
              AND CHG-TO(CHANGE-IDX) = WS-TO-KEY THEN
             MOVE CHANGE-IDX TO CHANGE-MATCH-IDX
           END-IF.

       3510Z.
           EXIT.

       7000-WRITE-HEADING SECTION.
           MOVE SPACES TO WS-OUTPUT-LINE.
           STRING "FBRUNCMP - RUN-TO-RUN OUTPUT COMPARISON  "
               DELIMITED BY SIZE
             WS-TODAY-DATE DELIMITED BY SIZE
             INTO WS-OUTPUT-LINE.
           PERFORM U04-WRITE-REPORT-LINE THRU U04Z.
           MOVE SPACES TO WS-OUTPUT-LINE.
           PERFORM U04-WRITE-REPORT-LINE THRU U04Z.

           PERFORM 7100-DESCRIBE-ONE-SIDE THRU 7100Z
             VARYING SIDE-IDX FROM 1 BY 1
             UNTIL SIDE-IDX > 2.

       7000Z.
           EXIT.

       7100-DESCRIBE-ONE-SIDE SECTION.
           MOVE SD-RUN-NUMBER(SIDE-IDX) TO WS-TRIM-SOURCE.
           PERFORM U09A-DE-EDIT-NUMBER THRU U09AZ.
           MOVE WS-TRIM-RESULT TO WS-SIDE-RUN-TRIM.

           MOVE SPACES TO WS-OUTPUT-LINE.
           IF SD-NOT-FOUND(SIDE-IDX) THEN
             STRING "RUN " DELIMITED BY SIZE
               SD-LETTER(SIDE-IDX) DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               WS-SIDE-RUN-TRIM DELIMITED BY SPACE
               " NOT FOUND - " DELIMITED BY SIZE
               SD-REASON(SIDE-IDX) DELIMITED BY "  "
               INTO WS-OUTPUT-LINE
             PERFORM U04-WRITE-REPORT-LINE THRU U04Z
           ELSE
             IF SD-BANNERED(SIDE-IDX) THEN
               STRING "RUN " DELIMITED BY SIZE
                 SD-LETTER(SIDE-IDX) DELIMITED BY SIZE
                 ": " DELIMITED BY SIZE
                 WS-SIDE-RUN-TRIM DELIMITED BY SPACE
                 " - SECTION OF " DELIMITED BY SIZE
                 SD-FILE-NAME(SIDE-IDX) DELIMITED BY SPACE
                 INTO WS-OUTPUT-LINE
             ELSE
               STRING "RUN " DELIMITED BY SIZE
                 SD-LETTER(SIDE-IDX) DELIMITED BY SIZE
                 ": " DELIMITED BY SIZE
                 WS-SIDE-RUN-TRIM DELIMITED BY SPACE
                 " - DELIVERED PIECE " DELIMITED BY SIZE
                 SD-FILE-NAME(SIDE-IDX) DELIMITED BY SPACE
                 INTO WS-OUTPUT-LINE
             END-IF
             PERFORM U04-WRITE-REPORT-LINE THRU U04Z
             PERFORM 7110-DESCRIBE-RANGE THRU 7110Z
             PERFORM 7120-DESCRIBE-LINES THRU 7120Z
           END-IF.

       7100Z.
           EXIT.

       7110-DESCRIBE-RANGE SECTION.
           IF SD-RULESET(SIDE-IDX) = SPACES THEN
             MOVE "UNKNOWN" TO WS-RULESET-TRIM
           ELSE
             MOVE SD-RULESET(SIDE-IDX) TO WS-TRIM-SOURCE
             PERFORM U09A-DE-EDIT-NUMBER THRU U09AZ
             MOVE WS-TRIM-RESULT TO WS-RULESET-TRIM
           END-IF.

           MOVE SPACES TO WS-OUTPUT-LINE.
           IF SD-RANGE-UNKNOWN(SIDE-IDX) THEN
             STRING "       FORMAT " DELIMITED BY SIZE
               SD-FORMAT(SIDE-IDX) DELIMITED BY SPACE
               "  RANGE NOT KNOWN  RULE SET " DELIMITED BY SIZE
               WS-RULESET-TRIM DELIMITED BY SPACE
               INTO WS-OUTPUT-LINE
           ELSE
             MOVE SD-START(SIDE-IDX) TO WS-TRIM-SOURCE
             PERFORM U09A-DE-EDIT-NUMBER THRU U09AZ
             MOVE WS-TRIM-RESULT TO WS-START-TRIM
             MOVE SD-END(SIDE-IDX) TO WS-TRIM-SOURCE
             PERFORM U09A-DE-EDIT-NUMBER THRU U09AZ
             MOVE WS-TRIM-RESULT TO WS-END-TRIM
             MOVE SD-STEP(SIDE-IDX) TO WS-TRIM-SOURCE
             PERFORM U09A-DE-EDIT-NUMBER THRU U09AZ
             MOVE WS-TRIM-RESULT TO WS-STEP-TRIM
             STRING "       FORMAT " DELIMITED BY SIZE
               SD-FORMAT(SIDE-IDX) DELIMITED BY SPACE
               "  START " DELIMITED BY SIZE
               WS-START-TRIM DELIMITED BY SPACE
               "  END " DELIMITED BY SIZE
               WS-END-TRIM DELIMITED BY SPACE
               "  STEP " DELIMITED BY SIZE
               WS-STEP-TRIM DELIMITED BY SPACE
               "  RULE SET " DELIMITED BY SIZE
               WS-RULESET-TRIM DELIMITED BY SPACE
               INTO WS-OUTPUT-LINE
           END-IF.
           IF SD-REBUILT-RULES(SIDE-IDX) THEN
             MOVE WS-OUTPUT-LINE TO WS-SCAN-LINE
             MOVE SPACES TO WS-OUTPUT-LINE
             STRING WS-SCAN-LINE DELIMITED BY "  "
               " (REBUILT)" DELIMITED BY SIZE
               INTO WS-OUTPUT-LINE
           END-IF.
           PERFORM U04-WRITE-REPORT-LINE THRU U04Z.

       7110Z.
           EXIT.

       7120-DESCRIBE-LINES SECTION.
           MOVE SD-RESULT-LINES(SIDE-IDX) TO WS-TRIM-SOURCE.
           PERFORM U09A-DE-EDIT-NUMBER THRU U09AZ.
           MOVE SPACES TO WS-OUTPUT-LINE.
           STRING "       RESULT LINES " DELIMITED BY SIZE
             WS-TRIM-RESULT DELIMITED BY SPACE
             INTO WS-OUTPUT-LINE.
           PERFORM U04-WRITE-REPORT-LINE THRU U04Z.

           IF SD-RESUMED(SIDE-IDX) THEN
             MOVE "       RESUMED FROM A CHECKPOINT - ONLY THE TAIL "
               & "OF THE RANGE IS ON HAND" TO WS-OUTPUT-LINE
             PERFORM U04-WRITE-REPORT-LINE THRU U04Z
           END-IF.
           IF SD-BANNERED(SIDE-IDX)
              AND NOT SD-END-BANNER-SEEN(SIDE-IDX) THEN
             MOVE "       TORN - THE SECTION HAS NO END BANNER"
               TO WS-OUTPUT-LINE
             PERFORM U04-WRITE-REPORT-LINE THRU U04Z
           END-IF.
           IF NOT SD-TRAILER-SEEN(SIDE-IDX) THEN
             MOVE "       NO SUMMARY TRAILER IN THE SECTION"
               TO WS-OUTPUT-LINE
             PERFORM U04-WRITE-REPORT-LINE THRU U04Z
           END-IF.

       7120Z.
           EXIT.

       7150-WRITE-COUNTS-ONLY-NOTE SECTION.
           MOVE SPACES TO WS-OUTPUT-LINE.
           PERFORM U04-WRITE-REPORT-LINE THRU U04Z.
           MOVE "NUMBER-BY-NUMBER COMPARE NOT POSSIBLE - TRAILER "
             & "COUNTS ONLY" TO WS-OUTPUT-LINE.
           PERFORM U04-WRITE-REPORT-LINE THRU U04Z.
           MOVE SPACES TO WS-OUTPUT-LINE.
           STRING "  " DELIMITED BY SIZE
             WS-COUNTS-ONLY-REASON DELIMITED BY "  "
             INTO WS-OUTPUT-LINE.
           PERFORM U04-WRITE-REPORT-LINE THRU U04Z.

       7150Z.
           EXIT.

       7300-WRITE-CHANGE-SUMMARY SECTION.
           IF CHANGE-COUNT > ZERO THEN
             MOVE SPACES TO WS-OUTPUT-LINE
             PERFORM U04-WRITE-REPORT-LINE THRU U04Z
             MOVE "WORD CHANGES BY KIND" TO WS-OUTPUT-LINE
             PERFORM U04-WRITE-REPORT-LINE THRU U04Z
             PERFORM 7310-WRITE-ONE-CHANGE-KIND THRU 7310Z
               VARYING CHANGE-IDX FROM 1 BY 1
               UNTIL CHANGE-IDX > CHANGE-COUNT
             IF CHANGE-TABLE-FULL THEN
               MOVE "  MORE THAN 50 KINDS OF CHANGE - THE REST ARE "
                 & "COUNTED ABOVE BUT NOT GROUPED" TO WS-OUTPUT-LINE
               PERFORM U04-WRITE-REPORT-LINE THRU U04Z
             END-IF
           END-IF.

       7300Z.
           EXIT.

       7310-WRITE-ONE-CHANGE-KIND SECTION.
           MOVE CHG-COUNT(CHANGE-IDX) TO WS-TRIM-SOURCE.
           PERFORM U09A-DE-EDIT-NUMBER THRU U09AZ.
           MOVE SPACES TO WS-OUTPUT-LINE.
           STRING "  " DELIMITED BY SIZE
             CHG-FROM(CHANGE-IDX) DELIMITED BY SPACE
             " BECAME " DELIMITED BY SIZE
             CHG-TO(CHANGE-IDX) DELIMITED BY SPACE
             ": " DELIMITED BY SIZE
             WS-TRIM-RESULT DELIMITED BY SPACE
             " NUMBER(S)" DELIMITED BY SIZE
             INTO WS-OUTPUT-LINE.
           PERFORM U04-WRITE-REPORT-LINE THRU U04Z.

       7310Z.
           EXIT.

       7400-WRITE-TRAILER-COMPARE SECTION.
           MOVE SPACES TO WS-OUTPUT-LINE.
           PERFORM U04-WRITE-REPORT-LINE THRU U04Z.
           MOVE SPACES TO WS-OUTPUT-LINE.
           STRING "TRAILER COUNTS    RUN " DELIMITED BY SIZE
             WS-RUN-A-TRIM DELIMITED BY SPACE
             "  AGAINST  RUN " DELIMITED BY SIZE
             WS-RUN-B-TRIM DELIMITED BY SPACE
             INTO WS-OUTPUT-LINE.
           PERFORM U04-WRITE-REPORT-LINE THRU U04Z.
           MOVE "                       RUN A         RUN B    "
             & "DIFFERENCE" TO WS-OUTPUT-LINE.
           PERFORM U04-WRITE-REPORT-LINE THRU U04Z.

      *    A trailer on one side only is a difference in itself -
      *    one of the two outputs is incomplete.
           IF SD-TRAILER-SW(1) NOT = SD-TRAILER-SW(2) THEN
             SET OUTPUTS-DIFFER TO TRUE
           END-IF.

           PERFORM 7410-WRITE-ONE-COUNTER-ROW THRU 7410Z
             VARYING CTR-IDX FROM 1 BY 1
             UNTIL CTR-IDX > 6.

       7400Z.
           EXIT.

       7410-WRITE-ONE-COUNTER-ROW SECTION.
           MOVE SPACES TO TRAILER-ROW.
           MOVE COUNTER-NAME(CTR-IDX) TO TRL-NAME.
           IF SD-TRAILER-SEEN(1) THEN
             MOVE SD-TRL-COUNT(1, CTR-IDX) TO TRL-COUNT-A
           ELSE
             MOVE "NO TRAILER" TO TRL-COUNT-A-X
           END-IF.
           IF SD-TRAILER-SEEN(2) THEN
             MOVE SD-TRL-COUNT(2, CTR-IDX) TO TRL-COUNT-B
           ELSE
             MOVE "NO TRAILER" TO TRL-COUNT-B-X
           END-IF.
           IF SD-TRAILER-SEEN(1) AND SD-TRAILER-SEEN(2) THEN
             COMPUTE WS-DIFF-VALUE = SD-TRL-COUNT(2, CTR-IDX)
               - SD-TRL-COUNT(1, CTR-IDX)
             MOVE WS-DIFF-VALUE TO TRL-DIFFERENCE
             IF WS-DIFF-VALUE NOT = ZERO THEN
               SET OUTPUTS-DIFFER TO TRUE
             END-IF
           END-IF.
           MOVE TRAILER-ROW TO WS-OUTPUT-LINE.
           PERFORM U04-WRITE-REPORT-LINE THRU U04Z.

       7410Z.
           EXIT.

       7500-WRITE-TOTALS SECTION.
           COMPUTE CNT-DIFFERENCES = CNT-CHANGED + CNT-A-ONLY
             + CNT-B-ONLY.
           IF CNT-DIFFERENCES > ZERO THEN
             SET OUTPUTS-DIFFER TO TRUE
           END-IF.

           MOVE SPACES TO WS-OUTPUT-LINE.
           PERFORM U04-WRITE-REPORT-LINE THRU U04Z.
           IF MERGE-POSSIBLE THEN
             MOVE CNT-COMPARED TO WS-TRIM-SOURCE
             PERFORM U09A-DE-EDIT-NUMBER THRU U09AZ
             MOVE WS-TRIM-RESULT TO WS-COUNT-A-TRIM
             MOVE CNT-MATCHED TO WS-TRIM-SOURCE
             PERFORM U09A-DE-EDIT-NUMBER THRU U09AZ
             MOVE WS-TRIM-RESULT TO WS-COUNT-B-TRIM
             MOVE CNT-CHANGED TO WS-TRIM-SOURCE
             PERFORM U09A-DE-EDIT-NUMBER THRU U09AZ
             MOVE WS-TRIM-RESULT TO WS-COUNT-C-TRIM
             MOVE CNT-A-ONLY TO WS-TRIM-SOURCE
             PERFORM U09A-DE-EDIT-NUMBER THRU U09AZ
             MOVE WS-TRIM-RESULT TO WS-COUNT-D-TRIM
             MOVE CNT-B-ONLY TO WS-TRIM-SOURCE
             PERFORM U09A-DE-EDIT-NUMBER THRU U09AZ
             MOVE WS-TRIM-RESULT TO WS-COUNT-E-TRIM
             MOVE SPACES TO WS-OUTPUT-LINE
             STRING "NUMBERS ON BOTH SIDES " DELIMITED BY SIZE
               WS-COUNT-A-TRIM DELIMITED BY SPACE
               "  SAME WORD " DELIMITED BY SIZE
               WS-COUNT-B-TRIM DELIMITED BY SPACE
               "  WORD CHANGED " DELIMITED BY SIZE
               WS-COUNT-C-TRIM DELIMITED BY SPACE
               "  ONLY IN RUN A " DELIMITED BY SIZE
               WS-COUNT-D-TRIM DELIMITED BY SPACE
               "  ONLY IN RUN B " DELIMITED BY SIZE
               WS-COUNT-E-TRIM DELIMITED BY SPACE
               INTO WS-OUTPUT-LINE
             PERFORM U04-WRITE-REPORT-LINE THRU U04Z
           END-IF.

           EVALUATE TRUE
             WHEN OUTPUTS-DIFFER
               MOVE "VERDICT: THE OUTPUTS DIFFER" TO WS-OUTPUT-LINE
             WHEN MERGE-COUNTS-ONLY
               MOVE "VERDICT: THE TRAILER COUNTS AGREE - LINES NOT "
                 & "COMPARED" TO WS-OUTPUT-LINE
             WHEN OTHER
               MOVE "VERDICT: THE OUTPUTS MATCH NUMBER FOR NUMBER"
                 TO WS-OUTPUT-LINE
           END-EVALUATE.
           PERFORM U04-WRITE-REPORT-LINE THRU U04Z.

       7500Z.
           EXIT.

       U01-READ-SIDE-LINE SECTION.
           MOVE SPACES TO WS-SCAN-LINE.
           IF SIDE-IDX = 1 THEN
             READ SIDE-A-FILE
               AT END
                 SET SD-AT-EOF(1) TO TRUE
               NOT AT END
                 MOVE SIDE-A-LINE TO WS-SCAN-LINE
             END-READ
           ELSE
             READ SIDE-B-FILE
               AT END
                 SET SD-AT-EOF(2) TO TRUE
               NOT AT END
                 MOVE SIDE-B-LINE TO WS-SCAN-LINE
             END-READ
           END-IF.

       U01Z.
           EXIT.

       U02-OPEN-SIDE-FILE SECTION.
      *    A file that will not open is treated as an empty one -
      *    the caller reports it as not on hand.
           SET SD-NOT-AT-EOF(SIDE-IDX) TO TRUE.
           SET SD-FILE-CLOSED(SIDE-IDX) TO TRUE.
           IF SIDE-IDX = 1 THEN
             MOVE SD-FILE-NAME(1) TO WS-SIDE-A-NAME
             OPEN INPUT SIDE-A-FILE
             IF SIDE-A-STATUS-NUM = 00 THEN
               SET SD-FILE-OPEN(1) TO TRUE
             END-IF
           ELSE
             MOVE SD-FILE-NAME(2) TO WS-SIDE-B-NAME
             OPEN INPUT SIDE-B-FILE
             IF SIDE-B-STATUS-NUM = 00 THEN
               SET SD-FILE-OPEN(2) TO TRUE
             END-IF
           END-IF.
           IF SD-FILE-CLOSED(SIDE-IDX) THEN
             SET SD-AT-EOF(SIDE-IDX) TO TRUE
           END-IF.

       U02Z.
           EXIT.

       U03-CLOSE-SIDE-FILE SECTION.
           IF SD-FILE-OPEN(SIDE-IDX) THEN
             IF SIDE-IDX = 1 THEN
               CLOSE SIDE-A-FILE
             ELSE
               CLOSE SIDE-B-FILE
             END-IF
             SET SD-FILE-CLOSED(SIDE-IDX) TO TRUE
           END-IF.

       U03Z.
           EXIT.

       U04-WRITE-REPORT-LINE SECTION.
           MOVE WS-OUTPUT-LINE TO CMP-REPORT-LINE.
           WRITE CMP-REPORT-LINE.

       U04Z.
           EXIT.

       U05-WALK-BACK-ONE-MONTH SECTION.
           IF WS-WM-MONTH = 1 THEN
             MOVE 12 TO WS-WM-MONTH
             SUBTRACT 1 FROM WS-WM-YEAR
           ELSE
             SUBTRACT 1 FROM WS-WM-MONTH
           END-IF.

       U20-CLASSIFY-LINE SECTION.
      *    Sorts one line of the section into banner, result line,
      *    trailer or anything else (prologue, array brackets), by
      *    the shapes 2000-WRITE-RESULT, 2010-PRINT-FORMAT-PROLOGUE
      *    and 2800-PRINT-SUMMARY-TRAILER in FIZZBUZZ give each
      *    format.  The format itself is taken from the begin
      *    banner, or - for a delivered piece, which has none - from
      *    the prologue, the first line every such piece carries.
           SET SCAN-OTHER TO TRUE.
           MOVE SPACES TO SCAN-WORD.
           MOVE ZERO TO SCAN-NUMBER.
           MOVE WS-SCAN-LINE TO RANGE-BANNER-RECORD.
           EVALUATE TRUE
             WHEN BNR-BEGIN-BANNER
               SET SCAN-BEGIN TO TRUE
             WHEN BNR-END-BANNER
               SET SCAN-END TO TRUE
             WHEN WS-SCAN-LINE = SPACES
               CONTINUE
             WHEN SD-FORMAT(SIDE-IDX) = SPACES
               PERFORM U21-SNIFF-PROLOGUE THRU U21Z
             WHEN SD-FORMAT(SIDE-IDX) = "CSV"
               PERFORM U22-CLASSIFY-CSV-LINE THRU U22Z
             WHEN SD-FORMAT(SIDE-IDX) = "JSON"
               PERFORM U23-CLASSIFY-JSON-LINE THRU U23Z
             WHEN OTHER
               PERFORM U24-CLASSIFY-HTML-LINE THRU U24Z
           END-EVALUATE.

       U20Z.
           EXIT.

       U21-SNIFF-PROLOGUE SECTION.
           EVALUATE TRUE
             WHEN WS-SCAN-LINE(1:4) = "RUN,"
               MOVE "CSV" TO SD-FORMAT(SIDE-IDX)
               UNSTRING WS-SCAN-LINE(5:)
                 DELIMITED BY SPACE
                 INTO SD-PROLOGUE-RUN(SIDE-IDX)
             WHEN WS-SCAN-LINE(1:7) = '{"run":'
               MOVE "JSON" TO SD-FORMAT(SIDE-IDX)
               UNSTRING WS-SCAN-LINE(8:)
                 DELIMITED BY ","
                 INTO SD-PROLOGUE-RUN(SIDE-IDX)
             WHEN WS-SCAN-LINE(1:5) = "RUN: "
               MOVE "HTML" TO SD-FORMAT(SIDE-IDX)
               UNSTRING WS-SCAN-LINE(6:)
                 DELIMITED BY "<br>"
                 INTO SD-PROLOGUE-RUN(SIDE-IDX)
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

       U21Z.
           EXIT.

       U22-CLASSIFY-CSV-LINE SECTION.
      *    A result line leads with its number; every other line is
      *    KEY,VALUE - the trailer's keys are the counter names, the
      *    RUN and NUMBER,RESULT lines are not counted.
           MOVE SPACES TO SCAN-KEY SCAN-VALUE.
           UNSTRING WS-SCAN-LINE
             DELIMITED BY ","
             INTO SCAN-KEY SCAN-VALUE.
           IF WS-SCAN-LINE(1:1) >= "0"
              AND WS-SCAN-LINE(1:1) <= "9" THEN
             SET SCAN-RESULT TO TRUE
             UNSTRING SCAN-KEY
               DELIMITED BY SPACE
               INTO SCAN-NUMBER
             MOVE SCAN-VALUE TO SCAN-WORD
           ELSE
             PERFORM U25-MATCH-COUNTER-NAME THRU U25Z
             IF WS-MATCH-CTR > ZERO THEN
               SET SCAN-TRAILER TO TRUE
               SET SD-TRAILER-SEEN(SIDE-IDX) TO TRUE
               UNSTRING SCAN-VALUE
                 DELIMITED BY SPACE
                 INTO SD-TRL-COUNT(SIDE-IDX, WS-MATCH-CTR)
             END-IF
           END-IF.

       U22Z.
           EXIT.

       U23-CLASSIFY-JSON-LINE SECTION.
      *    The trailer is one "summary" object; splitting it on its
      *    punctuation puts the six counts in tokens 5, 7 ... 15.
           EVALUATE TRUE
             WHEN WS-SCAN-LINE(1:7) = '{"run":'
             WHEN WS-SCAN-LINE(1:2) = "],"
               CONTINUE
             WHEN WS-SCAN-LINE(1:10) = '"summary":'
               MOVE SPACES TO SCAN-TOKEN-TABLE
               UNSTRING WS-SCAN-LINE
                 DELIMITED BY ":" OR "," OR "}"
                 INTO SCAN-TOKEN(1) SCAN-TOKEN(2) SCAN-TOKEN(3)
                   SCAN-TOKEN(4) SCAN-TOKEN(5) SCAN-TOKEN(6)
                   SCAN-TOKEN(7) SCAN-TOKEN(8) SCAN-TOKEN(9)
                   SCAN-TOKEN(10) SCAN-TOKEN(11) SCAN-TOKEN(12)
                   SCAN-TOKEN(13) SCAN-TOKEN(14) SCAN-TOKEN(15)
                   SCAN-TOKEN(16)
               MOVE 3 TO WS-VALUE-BASE
               PERFORM U26-TAKE-TRAILER-TOKENS THRU U26Z
             WHEN OTHER
               SET SCAN-RESULT TO TRUE
               UNSTRING WS-SCAN-LINE
                 DELIMITED BY '"'
                 INTO SCAN-KEY SCAN-WORD
           END-EVALUATE.

       U23Z.
           EXIT.

       U24-CLASSIFY-HTML-LINE SECTION.
      *    The trailer is one <hr> line of LABEL: VALUE pairs;
      *    splitting it on spaces puts the six counts in tokens 4,
      *    6 ... 14.
           EVALUATE TRUE
             WHEN WS-SCAN-LINE(1:5) = "RUN: "
               CONTINUE
             WHEN WS-SCAN-LINE(1:4) = "<hr>"
               MOVE SPACES TO SCAN-TOKEN-TABLE
               UNSTRING WS-SCAN-LINE
                 DELIMITED BY ALL SPACE
                 INTO SCAN-TOKEN(1) SCAN-TOKEN(2) SCAN-TOKEN(3)
                   SCAN-TOKEN(4) SCAN-TOKEN(5) SCAN-TOKEN(6)
                   SCAN-TOKEN(7) SCAN-TOKEN(8) SCAN-TOKEN(9)
                   SCAN-TOKEN(10) SCAN-TOKEN(11) SCAN-TOKEN(12)
                   SCAN-TOKEN(13) SCAN-TOKEN(14) SCAN-TOKEN(15)
                   SCAN-TOKEN(16)
               MOVE 2 TO WS-VALUE-BASE
               PERFORM U26-TAKE-TRAILER-TOKENS THRU U26Z
             WHEN OTHER
               SET SCAN-RESULT TO TRUE
               UNSTRING WS-SCAN-LINE
                 DELIMITED BY "<br>"
                 INTO SCAN-WORD
           END-EVALUATE.

       U24Z.
           EXIT.

       U25-MATCH-COUNTER-NAME SECTION.
           MOVE ZERO TO WS-MATCH-CTR.
           PERFORM U25A-MATCH-ONE-NAME THRU U25AZ
             VARYING CTR-IDX FROM 1 BY 1
             UNTIL CTR-IDX > 6.

       U25Z.
           EXIT.

       U25A-MATCH-ONE-NAME SECTION.
           IF SCAN-KEY = COUNTER-NAME(CTR-IDX) THEN
             MOVE CTR-IDX TO WS-MATCH-CTR
           END-IF.

       U25AZ.
           EXIT.

       U26-TAKE-TRAILER-TOKENS SECTION.
           SET SCAN-TRAILER TO TRUE.
           SET SD-TRAILER-SEEN(SIDE-IDX) TO TRUE.
           PERFORM U26A-TAKE-ONE-COUNT THRU U26AZ
             VARYING CTR-IDX FROM 1 BY 1
             UNTIL CTR-IDX > 6.

       U26Z.
           EXIT.

       U26A-TAKE-ONE-COUNT SECTION.
           COMPUTE TOKEN-IDX = CTR-IDX * 2 + WS-VALUE-BASE.
           MOVE ZERO TO SD-TRL-COUNT(SIDE-IDX, CTR-IDX).
           UNSTRING SCAN-TOKEN(TOKEN-IDX)
             DELIMITED BY SPACE
             INTO SD-TRL-COUNT(SIDE-IDX, CTR-IDX).

       U26AZ.
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

       END PROGRAM FBRUNCMP.
