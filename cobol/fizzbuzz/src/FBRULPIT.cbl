       IDENTIFICATION DIVISION.
       PROGRAM-ID. FBRULPIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RULES-FILE ASSIGN TO "RULESFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RULE-DIVISOR
           FILE STATUS IS RULES-STATUS.

           SELECT PIT-RULES-FILE ASSIGN TO "RULESPIT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PITR-DIVISOR
           FILE STATUS IS PITR-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "RULEJRNL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JRNL-STATUS.

           SELECT RULE-VERSION ASSIGN DYNAMIC WS-RULEVER-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RVER-STATUS.

           SELECT PIT-CTL ASSIGN TO "RULPITIN"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RULES-FILE.
           COPY RULESREC.

       FD PIT-RULES-FILE.
           COPY RULESREC REPLACING LEADING ==RULE== BY ==PITR==.

       FD JOURNAL-FILE.
           COPY JRNLREC.

       FD RULE-VERSION.
           COPY RVERREC.

      *    VERSION with the rule-set version wanted, or DATE with
      *    the yyyymmdd the rules are wanted as they stood at the
      *    close of.  The run date is the date the rebuilt rules'
      *    effective windows are to be judged on by whoever runs
      *    under them - the original run's date for a rerun; left
      *    zero, a DATE rebuild uses the DATE and a VERSION rebuild
      *    leaves today's date to apply.
       FD PIT-CTL.
       01 PIT-CTL-RECORD.
           05 PIT-KEYWORD       PIC X(08).
              88 PIT-BY-VERSION          VALUE "VERSION".
              88 PIT-BY-DATE             VALUE "DATE".
           05 PIT-VALUE         PIC 9(08).
           05 PIT-RUN-DATE      PIC 9(08).
           05 PIT-RESERVED      PIC X(56).

       WORKING-STORAGE SECTION.
       01 RULES-STATUS         PIC X(02).
       01 RULES-STATUS-NUM     REDEFINES RULES-STATUS PIC 99.
       01 PITR-STATUS          PIC X(02).
       01 PITR-STATUS-NUM      REDEFINES PITR-STATUS PIC 99.
       01 JRNL-STATUS          PIC X(02).
       01 JRNL-STATUS-NUM      REDEFINES JRNL-STATUS PIC 99.
       01 RVER-STATUS          PIC X(02).
       01 RVER-STATUS-NUM      REDEFINES RVER-STATUS PIC 99.
       01 CTL-STATUS           PIC X(02).
       01 CTL-STATUS-NUM       REDEFINES CTL-STATUS PIC 99.
       01 WS-RULEVER-NAME      PIC X(20) VALUE "RULEVER".
       01 WS-DELETE-NAME       PIC X(20).
       01 WS-DELETE-RC         PIC S9(09) COMP-5.

      *    What was asked for, and where the replay stops.  A journal
      *    record is inside the cutoff when its version (zero for a
      *    record journaled before versions existed) is not past the
      *    version asked for, or when its date is not past the date
      *    asked for.  WS-RESOLVED-VERSION is the version the rebuilt
      *    rule set turns out to be - the one asked for, or for a
      *    DATE rebuild the last version applied by that date.
       01 WS-CTL-OK-SW         PIC X(01) VALUE 'N'.
          88 WS-CTL-OK                   VALUE 'Y'.
       01 WS-MODE-SW           PIC X(01) VALUE SPACE.
          88 MODE-BY-VERSION             VALUE 'V'.
          88 MODE-BY-DATE                VALUE 'D'.
       01 WS-CUTOFF-VERSION    PIC 9(06) VALUE ZERO.
       01 WS-CUTOFF-DATE       PIC 9(08) VALUE ZERO.
       01 WS-RUN-DATE          PIC 9(08) VALUE ZERO.
       01 WS-CURRENT-VERSION   PIC 9(06) VALUE ZERO.
       01 WS-RESOLVED-VERSION  PIC 9(06) VALUE ZERO.
       01 WS-JRNL-VERSION      PIC 9(06) VALUE ZERO.
       01 WS-IN-CUTOFF-SW      PIC X(01).
          88 JRNL-IN-CUTOFF              VALUE 'Y'.
          88 JRNL-PAST-CUTOFF            VALUE 'N'.

      *    One slot per divisor ever seen on RULESFILE or in the
      *    journal.  A divisor the journal never mentions has not
      *    changed since the journal began, so today's RULESFILE
      *    record is its state at every point in time.  A journaled
      *    divisor starts from the before image of its first journal
      *    record - the state it was in before anyone touched it -
      *    and the after images inside the cutoff are replayed on
      *    top, in journal order.
       01 PIT-TABLE.
           05 PIT-ENTRY OCCURS 200 TIMES.
              10 PIT-DIVISOR        PIC 9(05).
              10 PIT-ON-FILE-SW     PIC X(01).
                 88 PIT-ON-FILE             VALUE 'Y'.
                 88 PIT-ABSENT              VALUE 'N'.
              10 PIT-JOURNALED-SW   PIC X(01).
                 88 PIT-JOURNALED           VALUE 'Y'.
              10 PIT-IMAGE          PIC X(45).
       01 PIT-COUNT            PIC 9(03) COMP VALUE ZERO.
       01 WS-SEEK-DIVISOR      PIC 9(05).
       01 PIT-IDX              PIC 9(03) COMP.
       01 PIT-FOUND-IDX        PIC 9(03) COMP.
       01 PIT-FULL-SW          PIC X(01) VALUE 'N'.
          88 PIT-TABLE-FULL              VALUE 'Y'.

       01 SORT-IDX              PIC 9(03) COMP.
       01 SORT-SWAPPED-SWITCH   PIC X(01).
          88 SORT-SWAPPED                 VALUE 'Y'.
          88 SORT-DONE                    VALUE 'N'.
       01 SORT-TEMP-ENTRY       PIC X(52).

       01 CNT-REPLAYED         PIC 9(06) VALUE ZERO.
       01 CNT-PAST-CUTOFF      PIC 9(06) VALUE ZERO.
       01 CNT-DISAGREE         PIC 9(06) VALUE ZERO.
       01 CNT-WRITTEN          PIC 9(04) VALUE ZERO.

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
       01 WS-DETAIL-LINE        PIC X(132).

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
      *    Rebuilds RULESFILE exactly as it stood at a given rule-set
      *    version or date, by replaying RULEJRNL's before and after
      *    images, into RULESPIT - never over the live RULESFILE.
      *    RULPITVR is rewritten alongside to name the version the
      *    rebuild holds, which is how FIZZBUZZ (a RULESET= request,
      *    as FBRERUN stages them) and FBRECON know whether the
      *    rebuilt rule set on hand is the one an old run used.  A
      *    journal whose before image disagrees with the replayed
      *    state is reported - the rebuild still completes, but the
      *    step ends RC 4 so someone looks at the journal.
           PERFORM U01-LOAD-CONTROL-CARD THRU U01Z.
           IF NOT WS-CTL-OK THEN
             DISPLAY "FBRULPIT: NO VALID RULPITIN ON HAND - NOTHING "
               "REBUILT"
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.

           PERFORM U02-LOAD-CURRENT-VERSION THRU U02Z.
           IF MODE-BY-VERSION
              AND WS-CUTOFF-VERSION > WS-CURRENT-VERSION THEN
             MOVE WS-CUTOFF-VERSION TO WS-TRIM-SOURCE
             PERFORM U09A-DE-EDIT-NUMBER THRU U09AZ
             MOVE SPACES TO WS-SUMMARY-LINE
             STRING "FBRULPIT: NO RULE SET VERSION " DELIMITED BY SIZE
               WS-TRIM-RESULT DELIMITED BY SPACE
               " ON FILE - NOTHING REBUILT" DELIMITED BY SIZE
               INTO WS-SUMMARY-LINE
             DISPLAY WS-SUMMARY-LINE
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.

           PERFORM 1000-LOAD-CURRENT-RULES THRU 1000Z.

           OPEN INPUT JOURNAL-FILE.
           IF JRNL-STATUS-NUM = 00 THEN
             PERFORM 2000-READ-JOURNAL-RECORD THRU 2000Z
               UNTIL JRNL-STATUS-NUM > 9
             CLOSE JOURNAL-FILE
           END-IF.

           IF PIT-TABLE-FULL THEN
             DISPLAY "FBRULPIT: MORE THAN 200 DIVISORS ON FILE AND "
               "JOURNAL - NOTHING REBUILT"
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.

           IF MODE-BY-VERSION THEN
             MOVE WS-CUTOFF-VERSION TO WS-RESOLVED-VERSION
           END-IF.

           IF PIT-COUNT > 1 THEN
             PERFORM U03-SORT-BY-DIVISOR THRU U03Z
           END-IF.

           PERFORM U04-PRINT-HEADING THRU U04Z.
           PERFORM 3000-WRITE-REBUILT-RULES THRU 3000Z.
           PERFORM 3100-WRITE-REBUILT-VERSION THRU 3100Z.

      *    The card is consumed once the rebuild is down, the way
      *    FBRULEAP consumes APPRVIN - FBRERUN reads a RULPITIN still
      *    on hand as a rebuild not yet done.
           MOVE "RULPITIN" TO WS-DELETE-NAME.
           CALL "CBL_DELETE_FILE" USING WS-DELETE-NAME
             RETURNING WS-DELETE-RC.

           MOVE CNT-WRITTEN TO WS-TRIM-SOURCE.
           PERFORM U09A-DE-EDIT-NUMBER THRU U09AZ.
           MOVE WS-TRIM-RESULT TO WS-COUNT-A-TRIM.
           MOVE WS-RESOLVED-VERSION TO WS-TRIM-SOURCE.
           PERFORM U09A-DE-EDIT-NUMBER THRU U09AZ.
           MOVE WS-TRIM-RESULT TO WS-COUNT-B-TRIM.
           MOVE CNT-REPLAYED TO WS-TRIM-SOURCE.
           PERFORM U09A-DE-EDIT-NUMBER THRU U09AZ.
           MOVE WS-TRIM-RESULT TO WS-COUNT-C-TRIM.
           MOVE SPACES TO WS-SUMMARY-LINE.
           STRING "FBRULPIT: " DELIMITED BY SIZE
             WS-COUNT-A-TRIM DELIMITED BY SPACE
             " RULE(S) REBUILT AT VERSION " DELIMITED BY SIZE
             WS-COUNT-B-TRIM DELIMITED BY SPACE
             ", " DELIMITED BY SIZE
             WS-COUNT-C-TRIM DELIMITED BY SPACE
             " CHANGE(S) REPLAYED" DELIMITED BY SIZE
             INTO WS-SUMMARY-LINE.
           DISPLAY WS-SUMMARY-LINE.

           IF CNT-DISAGREE > ZERO THEN
             MOVE CNT-DISAGREE TO WS-TRIM-SOURCE
             PERFORM U09A-DE-EDIT-NUMBER THRU U09AZ
             MOVE SPACES TO WS-SUMMARY-LINE
             STRING "FBRULPIT: " DELIMITED BY SIZE
               WS-TRIM-RESULT DELIMITED BY SPACE
               " JOURNAL BEFORE IMAGE(S) DISAGREED WITH THE REPLAY"
               DELIMITED BY SIZE
               INTO WS-SUMMARY-LINE
             DISPLAY WS-SUMMARY-LINE
             MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       1000-LOAD-CURRENT-RULES SECTION.
      *    Today's RULESFILE seeds every divisor - the state of any
      *    divisor the journal never touches.  No RULESFILE at all
      *    simply seeds nothing; the journal may still rebuild one.
           OPEN INPUT RULES-FILE.
           IF RULES-STATUS-NUM = 00 THEN
             PERFORM 1100-READ-RULE-RECORD THRU 1100Z
               UNTIL RULES-STATUS-NUM > 9
             CLOSE RULES-FILE
           END-IF.

       1000Z.
           EXIT.

       1100-READ-RULE-RECORD SECTION.
           READ RULES-FILE NEXT RECORD
             AT END
               MOVE 10 TO RULES-STATUS-NUM
             NOT AT END
               MOVE RULE-DIVISOR TO WS-SEEK-DIVISOR
               PERFORM 2200-FIND-DIVISOR-SLOT THRU 2200Z
               IF PIT-FOUND-IDX > ZERO THEN
                 SET PIT-ON-FILE(PIT-FOUND-IDX) TO TRUE
                 MOVE RULE-RECORD TO PIT-IMAGE(PIT-FOUND-IDX)
               END-IF
           END-READ.

       1100Z.
           EXIT.

       2000-READ-JOURNAL-RECORD SECTION.
           READ JOURNAL-FILE
             AT END
               MOVE 10 TO JRNL-STATUS-NUM
             NOT AT END
               PERFORM 2100-REPLAY-ONE-CHANGE THRU 2100Z
           END-READ.

       2000Z.
           EXIT.

       2100-REPLAY-ONE-CHANGE SECTION.
      *    The first journal record for a divisor puts it back the
      *    way it was before the journal began, whether or not this
      *    change itself is inside the cutoff - a rule added after
      *    the cutoff must come out of the rebuild, not stay in it.
           MOVE JRNL-DIVISOR TO WS-SEEK-DIVISOR.
           PERFORM 2200-FIND-DIVISOR-SLOT THRU 2200Z.
           IF PIT-FOUND-IDX > ZERO THEN
             IF NOT PIT-JOURNALED(PIT-FOUND-IDX) THEN
               SET PIT-JOURNALED(PIT-FOUND-IDX) TO TRUE
               MOVE JRNL-BEFORE-FLAG TO PIT-ON-FILE-SW(PIT-FOUND-IDX)
               MOVE JRNL-BEFORE-IMAGE TO PIT-IMAGE(PIT-FOUND-IDX)
             END-IF
             PERFORM 2300-TEST-CUTOFF THRU 2300Z
             IF JRNL-IN-CUTOFF THEN
               PERFORM 2400-CHECK-BEFORE-IMAGE THRU 2400Z
               MOVE JRNL-AFTER-FLAG TO PIT-ON-FILE-SW(PIT-FOUND-IDX)
               MOVE JRNL-AFTER-IMAGE TO PIT-IMAGE(PIT-FOUND-IDX)
               ADD 1 TO CNT-REPLAYED
               IF MODE-BY-DATE
                  AND WS-JRNL-VERSION > WS-RESOLVED-VERSION THEN
                 MOVE WS-JRNL-VERSION TO WS-RESOLVED-VERSION
               END-IF
             ELSE
               ADD 1 TO CNT-PAST-CUTOFF
             END-IF
           END-IF.

       2100Z.
           EXIT.

       2200-FIND-DIVISOR-SLOT SECTION.
      *    Finds WS-SEEK-DIVISOR's slot, opening one (absent, never
      *    journaled) the first time a divisor turns up.
           MOVE ZERO TO PIT-FOUND-IDX.
           PERFORM 2210-MATCH-ONE-SLOT THRU 2210Z
             VARYING PIT-IDX FROM 1 BY 1
             UNTIL PIT-IDX > PIT-COUNT.

           IF PIT-FOUND-IDX = ZERO THEN
             IF PIT-COUNT >= 200 THEN
               SET PIT-TABLE-FULL TO TRUE
             ELSE
               ADD 1 TO PIT-COUNT
               MOVE PIT-COUNT TO PIT-FOUND-IDX
               MOVE WS-SEEK-DIVISOR TO PIT-DIVISOR(PIT-COUNT)
               SET PIT-ABSENT(PIT-COUNT) TO TRUE
               MOVE 'N' TO PIT-JOURNALED-SW(PIT-COUNT)
               MOVE SPACES TO PIT-IMAGE(PIT-COUNT)
             END-IF
           END-IF.

       2200Z.
           EXIT.

       2210-MATCH-ONE-SLOT SECTION.
           IF PIT-FOUND-IDX = ZERO
              AND PIT-DIVISOR(PIT-IDX) = WS-SEEK-DIVISOR THEN
             MOVE PIT-IDX TO PIT-FOUND-IDX
           END-IF.

       2210Z.
           EXIT.

       2300-TEST-CUTOFF SECTION.
           IF JRNL-RULESET-VERSION IS NUMERIC THEN
             MOVE JRNL-RULESET-VERSION TO WS-JRNL-VERSION
           ELSE
             MOVE ZERO TO WS-JRNL-VERSION
           END-IF.

           SET JRNL-IN-CUTOFF TO TRUE.
           IF MODE-BY-VERSION THEN
             IF WS-JRNL-VERSION > WS-CUTOFF-VERSION THEN
               SET JRNL-PAST-CUTOFF TO TRUE
             END-IF
           ELSE
             IF JRNL-DATE > WS-CUTOFF-DATE THEN
               SET JRNL-PAST-CUTOFF TO TRUE
             END-IF
           END-IF.

       2300Z.
           EXIT.

       2400-CHECK-BEFORE-IMAGE SECTION.
      *    Each change's before image should be exactly the state the
      *    replay has reached.  One that is not means RULESFILE was
      *    changed outside FBRULEAP (or the journal was edited), and
      *    the rebuild is only as good as the journal behind it.
           IF JRNL-BEFORE-FLAG NOT = PIT-ON-FILE-SW(PIT-FOUND-IDX)
              OR (JRNL-RULE-WAS-ON-FILE
                  AND JRNL-BEFORE-IMAGE NOT =
                      PIT-IMAGE(PIT-FOUND-IDX)) THEN
             ADD 1 TO CNT-DISAGREE
             MOVE SPACES TO WS-DETAIL-LINE
             STRING "FBRULPIT: BEFORE IMAGE DISAGREES - DIVISOR "
               DELIMITED BY SIZE
               JRNL-DIVISOR DELIMITED BY SIZE
               " JOURNALED " DELIMITED BY SIZE
               JRNL-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               JRNL-TIME DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
             DISPLAY WS-DETAIL-LINE
           END-IF.

       2400Z.
           EXIT.

       3000-WRITE-REBUILT-RULES SECTION.
      *    RULESPIT is laid down fresh every time - it holds one
      *    rebuilt rule set, the one RULPITVR names.
           OPEN OUTPUT PIT-RULES-FILE.
           PERFORM 3010-WRITE-ONE-RULE THRU 3010Z
             VARYING PIT-IDX FROM 1 BY 1
             UNTIL PIT-IDX > PIT-COUNT.
           CLOSE PIT-RULES-FILE.

       3000Z.
           EXIT.

       3010-WRITE-ONE-RULE SECTION.
           IF PIT-ON-FILE(PIT-IDX) THEN
             MOVE PIT-IMAGE(PIT-IDX) TO PITR-RECORD
             WRITE PITR-RECORD
               INVALID KEY
                 DISPLAY "FBRULPIT: DUPLICATE DIVISOR "
                   PIT-DIVISOR(PIT-IDX) " NOT WRITTEN"
               NOT INVALID KEY
                 ADD 1 TO CNT-WRITTEN
                 MOVE SPACES TO WS-DETAIL-LINE
                 STRING PITR-DIVISOR DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   PITR-SEQUENCE DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   PITR-WORD DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   PITR-ACTIVE-SW DELIMITED BY SIZE
                   "      " DELIMITED BY SIZE
                   PITR-EFF-FROM-DATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   PITR-EFF-TO-DATE DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
                 DISPLAY WS-DETAIL-LINE
             END-WRITE
           END-IF.

       3010Z.
           EXIT.

       3100-WRITE-REBUILT-VERSION SECTION.
           MOVE "RULPITVR" TO WS-RULEVER-NAME.
           MOVE SPACES TO RVER-RECORD.
           MOVE WS-RESOLVED-VERSION TO RVER-VERSION.
           MOVE WS-RUN-DATE TO RVER-DATE.
           ACCEPT RVER-TIME FROM TIME.
           OPEN OUTPUT RULE-VERSION.
           WRITE RVER-RECORD.
           CLOSE RULE-VERSION.

       3100Z.
           EXIT.

       U01-LOAD-CONTROL-CARD SECTION.
      *    RULPITIN is required - a rebuild nobody asked for would
      *    silently replace whatever rebuild a rerun is waiting on.
           OPEN INPUT PIT-CTL.
           IF CTL-STATUS-NUM = 00 THEN
             READ PIT-CTL
               AT END
                 CONTINUE
               NOT AT END
                 PERFORM U01A-EDIT-CONTROL-CARD THRU U01AZ
             END-READ
             CLOSE PIT-CTL
           END-IF.

       U01Z.
           EXIT.

       U01A-EDIT-CONTROL-CARD SECTION.
           IF PIT-VALUE IS NUMERIC THEN
             EVALUATE TRUE
               WHEN PIT-BY-VERSION
                 IF PIT-VALUE <= 999999 THEN
                   SET WS-CTL-OK TO TRUE
                   SET MODE-BY-VERSION TO TRUE
                   MOVE PIT-VALUE TO WS-CUTOFF-VERSION
                 END-IF
               WHEN PIT-BY-DATE
                 IF PIT-VALUE > ZERO THEN
                   SET WS-CTL-OK TO TRUE
                   SET MODE-BY-DATE TO TRUE
                   MOVE PIT-VALUE TO WS-CUTOFF-DATE
                 END-IF
               WHEN OTHER
                 CONTINUE
             END-EVALUATE
           END-IF.

           IF PIT-RUN-DATE IS NUMERIC
              AND PIT-RUN-DATE > ZERO THEN
             MOVE PIT-RUN-DATE TO WS-RUN-DATE
           ELSE
             IF MODE-BY-DATE THEN
               MOVE WS-CUTOFF-DATE TO WS-RUN-DATE
             ELSE
               MOVE ZERO TO WS-RUN-DATE
             END-IF
           END-IF.

       U01AZ.
           EXIT.

       U02-LOAD-CURRENT-VERSION SECTION.
      *    No RULEVER is version zero, as it is everywhere else.
           MOVE ZERO TO WS-CURRENT-VERSION.
           MOVE "RULEVER" TO WS-RULEVER-NAME.
           OPEN INPUT RULE-VERSION.
           IF RVER-STATUS-NUM = 00 THEN
             READ RULE-VERSION
               AT END
                 CONTINUE
               NOT AT END
                 IF RVER-VERSION IS NUMERIC THEN
                   MOVE RVER-VERSION TO WS-CURRENT-VERSION
                 END-IF
             END-READ
             CLOSE RULE-VERSION
           END-IF.

       U02Z.
           EXIT.

       U03-SORT-BY-DIVISOR SECTION.
      *    A classic exchange sort, as FIZZBUZZ sorts its rule table -
      *    RULESPIT is written in key order.
           SET SORT-SWAPPED TO TRUE.
           PERFORM U03A-SORT-ONE-PASS THRU U03AZ
             UNTIL SORT-DONE.

       U03Z.
           EXIT.

       U03A-SORT-ONE-PASS SECTION.
           SET SORT-DONE TO TRUE.
           PERFORM U03B-SWAP-IF-OUT-OF-ORDER THRU U03BZ
             VARYING SORT-IDX FROM 1 BY 1
             UNTIL SORT-IDX >= PIT-COUNT.

       U03AZ.
           EXIT.

       U03B-SWAP-IF-OUT-OF-ORDER SECTION.
           IF PIT-DIVISOR(SORT-IDX) > PIT-DIVISOR(SORT-IDX + 1) THEN
             MOVE PIT-ENTRY(SORT-IDX) TO SORT-TEMP-ENTRY
             MOVE PIT-ENTRY(SORT-IDX + 1) TO PIT-ENTRY(SORT-IDX)
             MOVE SORT-TEMP-ENTRY TO PIT-ENTRY(SORT-IDX + 1)
             SET SORT-SWAPPED TO TRUE
           END-IF.

       U03BZ.
           EXIT.

       U04-PRINT-HEADING SECTION.
           DISPLAY "FIZZBUZZ POINT-IN-TIME RULE REBUILD".
           IF MODE-BY-VERSION THEN
             MOVE WS-CUTOFF-VERSION TO WS-TRIM-SOURCE
             PERFORM U09A-DE-EDIT-NUMBER THRU U09AZ
             DISPLAY "AS OF RULE SET VERSION " WS-TRIM-RESULT
           ELSE
             DISPLAY "AS OF CLOSE OF " WS-CUTOFF-DATE
           END-IF.
           DISPLAY "DIVISOR SEQ  WORD       ACTIVE FROM     TO".

       U04Z.
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

       END PROGRAM FBRULPIT.
