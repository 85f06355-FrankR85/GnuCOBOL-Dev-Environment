           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JRNL-STATUS.

           SELECT RULE-VERSION ASSIGN TO "RULEVER"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RVER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RULES-FILE.
       FD JOURNAL-FILE.
           COPY JRNLREC.

       FD RULE-VERSION.
           COPY RVERREC.

       WORKING-STORAGE SECTION.
       01 RULES-STATUS         PIC X(02).
       01 RULES-STATUS-NUM     REDEFINES RULES-STATUS PIC 99.
       01 APPRV-STATUS         PIC X(02).
       01 APPRV-STATUS-NUM     REDEFINES APPRV-STATUS PIC 99.
       01 JRNL-STATUS          PIC X(02).
       01 RVER-STATUS          PIC X(02).
       01 RVER-STATUS-NUM      REDEFINES RVER-STATUS PIC 99.

      *    The rule-set version this approval run lays down - one
      *    past whatever RULEVER holds, shared by every change the
      *    run applies.  RULEVER is only rewritten when something
      *    was applied, so a run that changes nothing draws nothing.
       01 WS-PRIOR-VERSION     PIC 9(06) VALUE ZERO.
       01 WS-RULESET-VERSION   PIC 9(06) VALUE ZERO.

       01 WS-DELETE-NAME       PIC X(20).
       01 WS-DELETE-RC         PIC S9(09) COMP-5.
           END-IF.

           PERFORM U02-COUNT-RULE-RECORDS.
           PERFORM U03-DRAW-RULESET-VERSION THRU U03Z.

           PERFORM 1000-READ-PEND-RECORD THRU 1000Z.
           PERFORM UNTIL PEND-STATUS-NUM > 9
           CLOSE RULES-FILE.
           CLOSE PEND-FILE.

           IF CNT-APPLIED > ZERO THEN
             PERFORM U04-WRITE-RULESET-VERSION THRU U04Z
           END-IF.

           MOVE "RULEPEND" TO WS-DELETE-NAME.
           CALL "CBL_DELETE_FILE" USING WS-DELETE-NAME
             RETURNING WS-DELETE-RC.
             WS-APPROVER DELIMITED BY SIZE
             INTO WS-SUMMARY-LINE.
           DISPLAY WS-SUMMARY-LINE.

           IF CNT-APPLIED > ZERO THEN
             MOVE WS-RULESET-VERSION TO WS-TRIM-SOURCE
             PERFORM U09A-DE-EDIT-NUMBER THRU U09AZ
             MOVE SPACES TO WS-SUMMARY-LINE
             STRING "FBRULEAP: RULE SET IS NOW VERSION "
               DELIMITED BY SIZE
               WS-TRIM-RESULT DELIMITED BY SPACE
               INTO WS-SUMMARY-LINE
             DISPLAY WS-SUMMARY-LINE
           END-IF.
           GOBACK.

       U01-CHECK-APPROVAL SECTION.
           MOVE WS-APPROVER TO JRNL-APPROVER.
           MOVE WS-BEFORE-FLAG TO JRNL-BEFORE-FLAG.
           MOVE WS-BEFORE-IMAGE TO JRNL-BEFORE-IMAGE.
           MOVE WS-RULESET-VERSION TO JRNL-RULESET-VERSION.

           PERFORM 2400-READ-RULE-BY-DIVISOR THRU 2400Z.
           IF RULE-FOUND THEN
       2600Z.
           EXIT.

       U03-DRAW-RULESET-VERSION SECTION.
      *    No RULEVER (or an unreadable one) is version zero - the
      *    rule set as it stood before versions were kept - so the
      *    first approval run after versioning starts lays down 1.
           MOVE ZERO TO WS-PRIOR-VERSION.
           OPEN INPUT RULE-VERSION.
           IF RVER-STATUS-NUM = 00 THEN
             READ RULE-VERSION
               AT END
                 CONTINUE
               NOT AT END
                 IF RVER-VERSION IS NUMERIC THEN
                   MOVE RVER-VERSION TO WS-PRIOR-VERSION
                 END-IF
             END-READ
             CLOSE RULE-VERSION
           END-IF.

           COMPUTE WS-RULESET-VERSION = WS-PRIOR-VERSION + 1
             ON SIZE ERROR
               MOVE 1 TO WS-RULESET-VERSION
           END-COMPUTE.

       U03Z.
           EXIT.

       U04-WRITE-RULESET-VERSION SECTION.
      *    RULEVER holds the one current version - rewritten whole,
      *    the same way RUNCTL holds the last run number.
           MOVE SPACES TO RVER-RECORD.
           MOVE WS-RULESET-VERSION TO RVER-VERSION.
           ACCEPT RVER-DATE FROM DATE YYYYMMDD.
           ACCEPT RVER-TIME FROM TIME.
           MOVE WS-APPROVER TO RVER-APPROVER.
           OPEN OUTPUT RULE-VERSION.
           WRITE RVER-RECORD.
           CLOSE RULE-VERSION.

       U04Z.
           EXIT.

       U09A-DE-EDIT-NUMBER SECTION.
      *    Turns WS-TRIM-SOURCE into WS-TRIM-RESULT - the same digits
      *    with the leading zeros a PIC 9 DISPLAY field is stored with
