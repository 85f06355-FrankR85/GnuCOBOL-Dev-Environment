           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REJECT-STATUS.

           SELECT REQ-MASTER ASSIGN TO "REQMAST"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REQM-KEY
           FILE STATUS IS REQM-STATUS.

           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUDIT-STATUS.

           SELECT WINDOW-CTL ASSIGN TO "WINDOWCTL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WCTL-STATUS.

           SELECT WINDOW-LOG ASSIGN TO "WINDOWLOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WLOG-STATUS.

           SELECT PARK-FILE ASSIGN TO "PARKFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PARK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BATCHIN.
       FD REJECT-FILE.
           COPY REJREC.

       FD REQ-MASTER.
           COPY REQMREC.

       FD AUDIT-LOG.
           COPY AUDITREC.

       FD WINDOW-CTL.
       01 WINDOW-CTL-RECORD.
           05 WCTL-WINDOW-ID    PIC 9(14).
           05 WCTL-RESERVED     PIC X(66).

       FD WINDOW-LOG.
           COPY WNDREC.

       FD PARK-FILE.
           COPY PARKREC.

       WORKING-STORAGE SECTION.
       01 BATCH-STATUS         PIC X(02).
       01 BATCH-STATUS-NUM     REDEFINES BATCH-STATUS PIC 99.
              10 REQ-STREAM         PIC 9(01).
              10 REQ-LONG-SW        PIC X(01).
                 88 REQ-TOO-LONG           VALUE 'Y'.
      *    Blank, or the REJECTOUT code the requester master refused
      *    the line under - set in master order, before the sort, so
      *    the department budget is spent first come first served
      *    exactly as a single unsplit run would spend it.
              10 REQ-AUTH-REASON    PIC X(02).
       01 REQ-COUNT            PIC 9(04) COMP VALUE ZERO.
       01 REQ-IDX              PIC 9(04) COMP.

       01 SPL-START-NUMBER     PIC 9(20).
       01 SPL-STEP-NUMBER      PIC 9(10).
       01 SPL-PRIORITY         PIC 9(02).
       01 SPL-USER             PIC X(08).
       01 SPL-DEPT             PIC X(08).
      *    A RESUME= line - a held run an operator released - names
      *    only the run; what is left of it is weighed off the run's
      *    last PARKFILE record, from where it stopped to its END,
      *    exactly as FIZZBUZZ will pick it back up.
       01 SPL-RESUME-RUN       PIC 9(08).
       01 SPL-RESUME-SW        PIC X(01).
          88 SPL-RESUMED                 VALUE 'Y'.
       01 PARK-STATUS          PIC X(02).
       01 PARK-STATUS-NUM      REDEFINES PARK-STATUS PIC 99.
       01 PARK-FOUND-SW        PIC X(01).
          88 PARK-FOUND                  VALUE 'Y'.
          88 PARK-NOT-FOUND              VALUE 'N'.
       01 WS-PARK-REQUEST      PIC X(80).
       01 WS-PARK-LAST-NUMBER  PIC 9(20).
       01 WS-SPAN              PIC 9(20).
       01 WS-WEIGHT            PIC 9(20).

      *    explicit 99 always queues behind it.
       01 PRIORITY-DEFAULT     PIC 9(02) VALUE 50.

      *    The requester master's intake edit, made here over the
      *    whole window before it is dealt - each stream's own
      *    2900-EDIT-REQUEST only ever sees its share of a
      *    department's work, so only the splitter can hold the
      *    window's total against the month's budget.  The same
      *    codes, the same buckets and the same iteration arithmetic
      *    as FIZZBUZZ's 2930-EDIT-REQUESTER; no REQMAST on file
      *    leaves the split as open as it always was.
       01 REQM-STATUS          PIC X(02).
       01 REQM-STATUS-NUM      REDEFINES REQM-STATUS PIC 99.
       01 AUDIT-STATUS         PIC X(02).
       01 REQMAST-ON-FILE-SW   PIC X(01) VALUE 'N'.
          88 REQMAST-ON-FILE             VALUE 'Y'.
       01 REQUESTER-FOUND-SW   PIC X(01).
          88 REQUESTER-FOUND             VALUE 'Y'.
          88 REQUESTER-NOT-FOUND         VALUE 'N'.
       01 WS-MASTER-DEPT       PIC X(08).
       01 WS-MASTER-ACTIVE-SW  PIC X(01).
          88 MASTER-REQUESTER-ACTIVE     VALUE 'Y'.
       01 CNT-REFUSED          PIC 9(04) VALUE ZERO.

       01 BUDGET-TABLE.
           05 BGT-ENTRY OCCURS 100 TIMES.
              10 BGT-DEPT           PIC X(08).
              10 BGT-ACTIVE-SW      PIC X(01).
                 88 BGT-DEPT-ACTIVE        VALUE 'Y'.
              10 BGT-LIMIT          PIC 9(20).
              10 BGT-USED           PIC 9(20).
       01 BGT-COUNT            PIC 9(03) COMP VALUE ZERO.
       01 BGT-IDX              PIC 9(03) COMP.
       01 BGT-FOUND-IDX        PIC 9(03) COMP.
       01 BGT-MATCH-DEPT       PIC X(08).
       01 WS-BUDGET-DATE       PIC 9(08).
       01 WS-BUDGET-MONTH      REDEFINES WS-BUDGET-DATE PIC 9(06).
       01 WS-AUDIT-DATE        PIC 9(08).
       01 WS-AUDIT-MONTH       REDEFINES WS-AUDIT-DATE PIC 9(06).
       01 BGT-CALC-START       PIC 9(20).
       01 BGT-CALC-END         PIC 9(20).
       01 BGT-CALC-STEP        PIC 9(10).
       01 BGT-CALC-CAPTURE-SW  PIC X(01).
          88 BGT-CALC-CAPTURED           VALUE 'Y'.
       01 BGT-ITER-SPAN        PIC 9(20).
       01 BGT-ITERATIONS       PIC 9(20).
       01 BGT-PROJECTED        PIC 9(21).

       01 SORT-IDX              PIC 9(04) COMP.
       01 SORT-SWAPPED-SWITCH   PIC X(01).
          88 SORT-SWAPPED                 VALUE 'Y'.
          88 SORT-DONE                    VALUE 'N'.
       01 SORT-TEMP-ENTRY       PIC X(110).

       01 WS-SLICE-LINES       PIC 9(04).

      *    Window accounting - the id FBSCHED put on WINDOWCTL.  No
      *    WINDOWCTL means a split run outside any window, which
      *    simply does not stamp.
       01 WCTL-STATUS          PIC X(02).
       01 WLOG-STATUS          PIC X(02).
       01 WS-WINDOW-ID         PIC 9(14) VALUE ZERO.
       01 WINDOW-KNOWN-SW      PIC X(01) VALUE 'N'.
          88 WINDOW-KNOWN                VALUE 'Y'.
       01 WS-WND-EVENT         PIC X(06).
       01 WS-WND-OUTCOME       PIC X(08).

      *    De-editing workspace - a numeric DISPLAY field MOVEd or
      *    STRING'd straight into an alphanumeric field copies its
      *    zero-padded digit string verbatim, so the totals a person
      *    twice.
           PERFORM U01-LOAD-STREAM-COUNT.

           PERFORM U04-LOAD-WINDOW-ID THRU U04Z.
           MOVE "START" TO WS-WND-EVENT.
           MOVE SPACES TO WS-WND-OUTCOME.
           PERFORM U05-WRITE-WINDOW-EVENT THRU U05Z.

           PERFORM U02-LOAD-REQUESTER-MASTER THRU U02Z.

           PERFORM 1000-LOAD-MASTER-TABLE THRU 1000Z.

           IF REQ-COUNT > 1 THEN
             VARYING WS-STREAM-NO FROM 1 BY 1
             UNTIL WS-STREAM-NO > WS-STREAM-COUNT.

      *    The lines no stream took: every one written to REJECTOUT,
      *    and of those the ones the requester master refused.
           MOVE CNT-REJECTED TO WS-TRIM-SOURCE.
           PERFORM U09A-DE-EDIT-NUMBER THRU U09AZ.
           MOVE WS-TRIM-RESULT TO WS-COUNT-A-TRIM.
           MOVE CNT-REFUSED TO WS-TRIM-SOURCE.
           PERFORM U09A-DE-EDIT-NUMBER THRU U09AZ.
           MOVE WS-TRIM-RESULT TO WS-COUNT-B-TRIM.
           MOVE SPACES TO WS-SUMMARY-LINE.
           STRING "FBSPLIT: " DELIMITED BY SIZE
             WS-COUNT-A-TRIM DELIMITED BY SPACE
             " REJECTED, " DELIMITED BY SIZE
             WS-COUNT-B-TRIM DELIMITED BY SPACE
             " REFUSED BY THE REQUESTER MASTER" DELIMITED BY SIZE
             INTO WS-SUMMARY-LINE.
           DISPLAY WS-SUMMARY-LINE.

           MOVE "BATCHLOCK" TO WS-DELETE-NAME.
           CALL "CBL_DELETE_FILE" USING WS-DELETE-NAME
             RETURNING WS-DELETE-RC.
           CALL "CBL_DELETE_FILE" USING WS-DELETE-NAME
             RETURNING WS-DELETE-RC.

      *    Only a split that got all the way to deleting the master
      *    pair reports in clean - a restart then knows the slices on
      *    disk are whole and the master is gone for good.
           MOVE "END" TO WS-WND-EVENT.
           MOVE "OK" TO WS-WND-OUTCOME.
           PERFORM U05-WRITE-WINDOW-EVENT THRU U05Z.
           GOBACK.

       1000-LOAD-MASTER-TABLE SECTION.
                 MOVE BATCH-RECORD TO REQ-IMAGE(REQ-COUNT)
                 MOVE WS-MASTER-SEQ TO REQ-SEQ(REQ-COUNT)
                 MOVE ZERO TO REQ-STREAM(REQ-COUNT)
                 MOVE SPACES TO REQ-AUTH-REASON(REQ-COUNT)
                 PERFORM 1150-WEIGH-ONE-LINE THRU 1150Z
                 IF REQMAST-ON-FILE
                    AND NOT REQ-TOO-LONG(REQ-COUNT) THEN
                   PERFORM 1200-AUTHORIZE-ONE-LINE THRU 1200Z
                 END-IF
               END-IF
           END-READ.

           MOVE 1 TO SPL-START-NUMBER.
           MOVE 1 TO SPL-STEP-NUMBER.
           MOVE PRIORITY-DEFAULT TO SPL-PRIORITY.
           MOVE SPACES TO SPL-USER SPL-DEPT.
           MOVE ZERO TO SPL-RESUME-RUN.
           MOVE 'N' TO SPL-RESUME-SW.
           MOVE REQ-IMAGE(REQ-COUNT) TO WS-PAIR-BUFFER.
           MOVE 1 TO WS-SCAN-PTR.
           SET WS-MORE-PAIRS TO TRUE.
           PERFORM 1160-PARSE-ONE-PAIR THRU 1160Z
             UNTIL WS-NO-MORE-PAIRS.
           IF SPL-RESUMED THEN
             PERFORM 1180-LOAD-PARKED-RANGE THRU 1180Z
           END-IF.

      *    The weight is an estimate for the scales, not an edit -
      *    a garbled line weighs in at one iteration here and is
               IF SPL-PRIORITY IS NOT NUMERIC THEN
                 MOVE PRIORITY-DEFAULT TO SPL-PRIORITY
               END-IF
             WHEN "USER"
               MOVE PARAMETER-VALUE(1:8) TO SPL-USER
             WHEN "DEPT"
               MOVE PARAMETER-VALUE(1:8) TO SPL-DEPT
             WHEN "RESUME"
               SET SPL-RESUMED TO TRUE
               UNSTRING PARAMETER-VALUE
                 DELIMITED BY SPACE
                 INTO SPL-RESUME-RUN
               IF SPL-RESUME-RUN IS NOT NUMERIC THEN
                 MOVE ZERO TO SPL-RESUME-RUN
               END-IF
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
       1170Z.
           EXIT.

       1180-LOAD-PARKED-RANGE SECTION.
      *    The run's last PARKFILE record is the one that says where
      *    it stands - only a released hold is resumed, and anything
      *    else is left at the defaults for the run to refuse.  The
      *    held request line is parsed in place of the RESUME= line,
      *    then its START is moved up to where the run stopped, so
      *    the one weight computation below sizes only what is left.
           SET PARK-NOT-FOUND TO TRUE.
           IF SPL-RESUME-RUN > ZERO THEN
             OPEN INPUT PARK-FILE
             IF PARK-STATUS-NUM = 00 THEN
               PERFORM 1185-SCAN-ONE-PARK-RECORD THRU 1185Z
                 UNTIL PARK-STATUS-NUM > 9
               CLOSE PARK-FILE
             END-IF
           END-IF.

           IF PARK-FOUND THEN
             MOVE WS-PARK-REQUEST TO WS-PAIR-BUFFER
             MOVE 1 TO WS-SCAN-PTR
             SET WS-MORE-PAIRS TO TRUE
             PERFORM 1160-PARSE-ONE-PAIR THRU 1160Z
               UNTIL WS-NO-MORE-PAIRS
             IF WS-PARK-LAST-NUMBER > ZERO THEN
               MOVE WS-PARK-LAST-NUMBER TO SPL-START-NUMBER
             END-IF
           END-IF.

       1180Z.
           EXIT.

       1185-SCAN-ONE-PARK-RECORD SECTION.
           READ PARK-FILE
             AT END
               MOVE 10 TO PARK-STATUS-NUM
             NOT AT END
               IF PARK-RUN-NUMBER IS NUMERIC
                  AND PARK-RUN-NUMBER = SPL-RESUME-RUN THEN
                 IF PARK-RELEASED THEN
                   SET PARK-FOUND TO TRUE
                   MOVE PARK-REQUEST TO WS-PARK-REQUEST
                   MOVE PARK-LAST-NUMBER TO WS-PARK-LAST-NUMBER
                 ELSE
                   SET PARK-NOT-FOUND TO TRUE
                 END-IF
               END-IF
           END-READ.

       1185Z.
           EXIT.

       1200-AUTHORIZE-ONE-LINE SECTION.
      *    A refused line keeps its place in the table and is
      *    written to REJECTOUT at assignment time, alongside the
      *    lines too long to stamp, so every reject of the split
      *    goes out through the one section.  An accepted line's
      *    iterations are charged to its department's bucket here,
      *    so the next line of the same department is judged
      *    against what this one has spent.
           PERFORM 1210-READ-REQUESTER THRU 1210Z.
           EVALUATE TRUE
             WHEN REQUESTER-NOT-FOUND
               MOVE "10" TO REQ-AUTH-REASON(REQ-COUNT)
             WHEN NOT MASTER-REQUESTER-ACTIVE
               MOVE "11" TO REQ-AUTH-REASON(REQ-COUNT)
             WHEN SPL-DEPT NOT = SPACES
                  AND SPL-DEPT NOT = WS-MASTER-DEPT
               MOVE "12" TO REQ-AUTH-REASON(REQ-COUNT)
             WHEN OTHER
               PERFORM 1220-CHARGE-DEPT-BUDGET THRU 1220Z
           END-EVALUATE.

       1200Z.
           EXIT.

       1210-READ-REQUESTER SECTION.
           SET REQUESTER-NOT-FOUND TO TRUE.
           MOVE SPACES TO WS-MASTER-DEPT.
           MOVE 'N' TO WS-MASTER-ACTIVE-SW.
           IF SPL-USER NOT = SPACES THEN
             OPEN INPUT REQ-MASTER
             IF REQM-STATUS-NUM = 00 THEN
               SET REQM-USER-ENTRY TO TRUE
               MOVE SPL-USER TO REQM-KEY-CODE
               READ REQ-MASTER
                 KEY IS REQM-KEY
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   SET REQUESTER-FOUND TO TRUE
                   MOVE REQM-USER-DEPT TO WS-MASTER-DEPT
                   MOVE REQM-ACTIVE-SW TO WS-MASTER-ACTIVE-SW
               END-READ
               CLOSE REQ-MASTER
             END-IF
           END-IF.

       1210Z.
           EXIT.

       1220-CHARGE-DEPT-BUDGET SECTION.
      *    The range is costed off the same defaults the run parses
      *    with (START and STEP of one, END of zero), not off the
      *    splitter's scale weight, so a line passed here is never
      *    turned away by its stream for a few iterations' rounding.
      *    A resumed run was charged in full the night it started,
      *    and the run does not charge it again - nor does the split.
           MOVE WS-MASTER-DEPT TO BGT-MATCH-DEPT.
           PERFORM U02D-FIND-BUCKET THRU U02DZ.
           IF BGT-FOUND-IDX > ZERO THEN
             EVALUATE TRUE
               WHEN NOT BGT-DEPT-ACTIVE(BGT-FOUND-IDX)
                 MOVE "11" TO REQ-AUTH-REASON(REQ-COUNT)
               WHEN SPL-RESUMED
                 CONTINUE
               WHEN OTHER
                 MOVE SPL-START-NUMBER TO BGT-CALC-START
                 MOVE SPL-END-NUMBER TO BGT-CALC-END
                 MOVE SPL-STEP-NUMBER TO BGT-CALC-STEP
                 MOVE 'Y' TO BGT-CALC-CAPTURE-SW
                 PERFORM U03-DERIVE-ITERATIONS THRU U03Z
                 COMPUTE BGT-PROJECTED =
                   BGT-USED(BGT-FOUND-IDX) + BGT-ITERATIONS
                 IF BGT-LIMIT(BGT-FOUND-IDX) > ZERO
                    AND BGT-PROJECTED > BGT-LIMIT(BGT-FOUND-IDX) THEN
                   MOVE "13" TO REQ-AUTH-REASON(REQ-COUNT)
                 ELSE
                   ADD BGT-ITERATIONS TO BGT-USED(BGT-FOUND-IDX)
                     ON SIZE ERROR
                       MOVE 99999999999999999999
                         TO BGT-USED(BGT-FOUND-IDX)
                   END-ADD
                 END-IF
             END-EVALUATE
           END-IF.

       1220Z.
           EXIT.

       1500-SORT-BY-PRIORITY SECTION.
      *    A classic exchange sort, the same shape the run sorts its
      *    rule table with - priority first, then the heaviest
             DISPLAY "FBSPLIT: LINE TOO LONG TO CARRY A SEQ= STAMP - "
               "REJECTED, NOT DEALT"
           ELSE
             IF REQ-AUTH-REASON(REQ-IDX) NOT = SPACES THEN
               MOVE REQ-IMAGE(REQ-IDX) TO WS-REJECT-IMAGE
               MOVE REQ-AUTH-REASON(REQ-IDX) TO WS-REJECT-REASON
               PERFORM 1300-WRITE-REJECT-RECORD THRU 1300Z
               ADD 1 TO CNT-REFUSED
               DISPLAY "FBSPLIT: REQUESTER MASTER REFUSED SEQ "
                 REQ-SEQ(REQ-IDX) " (REASON "
                 REQ-AUTH-REASON(REQ-IDX) ") - REJECTED, NOT DEALT"
             ELSE
               PERFORM 2010-DEAL-ONE-REQUEST THRU 2010Z
             END-IF
           END-IF.

       2000Z.
           EXIT.

       2010-DEAL-ONE-REQUEST SECTION.
           PERFORM 2100-PICK-LIGHTEST-STREAM THRU 2100Z
           MOVE WS-DEAL-STREAM TO REQ-STREAM(REQ-IDX)
      *    Scales that can hold no more pin at their ceiling rather
      *    than wrapping back to light - a saturated stream must
      *    keep reading heaviest, or it would start drawing every
      *    request again.
           ADD REQ-WEIGHT(REQ-IDX)
             TO STREAM-LOAD(WS-DEAL-STREAM)
             ON SIZE ERROR
               MOVE 99999999999999999999
                 TO STREAM-LOAD(WS-DEAL-STREAM)
           END-ADD.

       2010Z.
           EXIT.

       2100-PICK-LIGHTEST-STREAM SECTION.
      *    stamps REJECTOUT, so the morning review of rejects covers
      *    split casualties too - "06" is a master line too long to
      *    carry the SEQ= stamp, "08" a master past the split table's
      *    capacity, "10" to "13" the requester master's refusals.
      *    Opened EXTEND per record for the same reason: rejects
      *    accumulate.
           MOVE SPACES TO REJECT-RECORD.
           ACCEPT REJ-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT REJ-RUN-TIME FROM TIME.
             CLOSE SPLIT-CTL
           END-IF.

       U02-LOAD-REQUESTER-MASTER SECTION.
      *    Department buckets off REQMAST, charged with the month's
      *    runs so far off the live AUDITLOG - FIZZBUZZ's U13 load,
      *    made once up front since the splitter always edits.
           MOVE ZERO TO BGT-COUNT.
           OPEN INPUT REQ-MASTER.
           IF REQM-STATUS-NUM = 00 THEN
             SET REQMAST-ON-FILE TO TRUE
             MOVE LOW-VALUES TO REQM-KEY
             START REQ-MASTER KEY IS NOT LESS THAN REQM-KEY
               INVALID KEY
                 CONTINUE
             END-START
             IF REQM-STATUS = "00" THEN
               PERFORM U02A-LOAD-ONE-ENTRY THRU U02AZ
                 UNTIL REQM-STATUS-NUM > 9
             END-IF
             CLOSE REQ-MASTER
           END-IF.

           IF REQMAST-ON-FILE AND BGT-COUNT > ZERO THEN
             ACCEPT WS-BUDGET-DATE FROM DATE YYYYMMDD
             OPEN INPUT AUDIT-LOG
             IF AUDIT-STATUS = "00" THEN
               PERFORM U02B-CHARGE-ONE-AUDIT-RECORD THRU U02BZ
                 UNTIL AUDIT-STATUS NOT = "00"
               CLOSE AUDIT-LOG
             END-IF
           END-IF.

       U02Z.
           EXIT.

       U02A-LOAD-ONE-ENTRY SECTION.
           READ REQ-MASTER NEXT RECORD
             AT END
               MOVE 10 TO REQM-STATUS-NUM
             NOT AT END
               IF REQM-DEPT-ENTRY THEN
                 IF BGT-COUNT >= 100 THEN
                   DISPLAY "FBSPLIT: REQMAST HAS MORE THAN 100 "
                     "DEPARTMENTS - " REQM-KEY-CODE " HAS NO CEILING"
                 ELSE
                   ADD 1 TO BGT-COUNT
                   MOVE REQM-KEY-CODE TO BGT-DEPT(BGT-COUNT)
                   MOVE REQM-ACTIVE-SW TO BGT-ACTIVE-SW(BGT-COUNT)
                   IF REQM-DEPT-BUDGET IS NUMERIC THEN
                     MOVE REQM-DEPT-BUDGET TO BGT-LIMIT(BGT-COUNT)
                   ELSE
                     MOVE ZERO TO BGT-LIMIT(BGT-COUNT)
                   END-IF
                   MOVE ZERO TO BGT-USED(BGT-COUNT)
                 END-IF
               END-IF
           END-READ.

       U02AZ.
           EXIT.

       U02B-CHARGE-ONE-AUDIT-RECORD SECTION.
           READ AUDIT-LOG
             AT END
               MOVE "10" TO AUDIT-STATUS
             NOT AT END
               IF AUDIT-RUN-DATE IS NUMERIC THEN
                 MOVE AUDIT-RUN-DATE TO WS-AUDIT-DATE
                 IF WS-AUDIT-MONTH = WS-BUDGET-MONTH THEN
                   PERFORM U02C-CHARGE-AUDIT-TO-BUCKET THRU U02CZ
                 END-IF
               END-IF
           END-READ.

       U02BZ.
           EXIT.

       U02C-CHARGE-AUDIT-TO-BUCKET SECTION.
           MOVE AUDIT-DEPT-CODE TO BGT-MATCH-DEPT.
           PERFORM U02D-FIND-BUCKET THRU U02DZ.
           IF BGT-FOUND-IDX > ZERO THEN
             MOVE 'N' TO BGT-CALC-CAPTURE-SW
             MOVE ZERO TO BGT-CALC-START BGT-CALC-END BGT-CALC-STEP
             IF AUDIT-END-NUMBER IS NUMERIC THEN
               MOVE AUDIT-END-NUMBER TO BGT-CALC-END
             END-IF
             IF AUDIT-START-NUMBER IS NUMERIC
                AND AUDIT-STEP-NUMBER IS NUMERIC THEN
               MOVE AUDIT-START-NUMBER TO BGT-CALC-START
               MOVE AUDIT-STEP-NUMBER TO BGT-CALC-STEP
               MOVE 'Y' TO BGT-CALC-CAPTURE-SW
             END-IF
             PERFORM U03-DERIVE-ITERATIONS THRU U03Z
             ADD BGT-ITERATIONS TO BGT-USED(BGT-FOUND-IDX)
               ON SIZE ERROR
                 MOVE 99999999999999999999 TO BGT-USED(BGT-FOUND-IDX)
             END-ADD
           END-IF.

       U02CZ.
           EXIT.

       U02D-FIND-BUCKET SECTION.
           MOVE ZERO TO BGT-FOUND-IDX.
           PERFORM U02E-MATCH-ONE-BUCKET THRU U02EZ
             VARYING BGT-IDX FROM 1 BY 1
             UNTIL BGT-IDX > BGT-COUNT.

       U02DZ.
           EXIT.

       U02E-MATCH-ONE-BUCKET SECTION.
           IF BGT-FOUND-IDX = ZERO
              AND BGT-DEPT(BGT-IDX) = BGT-MATCH-DEPT THEN
             MOVE BGT-IDX TO BGT-FOUND-IDX
           END-IF.

       U02EZ.
           EXIT.

       U03-DERIVE-ITERATIONS SECTION.
      *    FBCHGBK's 2600-DERIVE-ITERATIONS, as FIZZBUZZ's U14 has
      *    it - the budget is held in the chargeback's currency.
           IF BGT-CALC-CAPTURED AND BGT-CALC-STEP > ZERO THEN
             EVALUATE TRUE
               WHEN BGT-CALC-END > BGT-CALC-START
                 COMPUTE BGT-ITER-SPAN =
                   BGT-CALC-END - 1 - BGT-CALC-START
                 COMPUTE BGT-ITERATIONS =
                   BGT-ITER-SPAN / BGT-CALC-STEP + 1
               WHEN BGT-CALC-START > BGT-CALC-END
                 COMPUTE BGT-ITER-SPAN =
                   BGT-CALC-START - 1 - BGT-CALC-END
                 COMPUTE BGT-ITERATIONS =
                   BGT-ITER-SPAN / BGT-CALC-STEP + 1
               WHEN OTHER
                 MOVE ZERO TO BGT-ITERATIONS
             END-EVALUATE
           ELSE
             IF BGT-CALC-END > 1 THEN
               COMPUTE BGT-ITERATIONS = BGT-CALC-END - 1
             ELSE
               MOVE 1 TO BGT-ITERATIONS
             END-IF
           END-IF.

       U03Z.
           EXIT.

       U04-LOAD-WINDOW-ID SECTION.
      *    The id of the window this split deals for, as FBSCHED
      *    left it on WINDOWCTL.
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

       U04Z.
           EXIT.

       U05-WRITE-WINDOW-EVENT SECTION.
      *    One event appended to the window trail - EXTEND per
      *    event, because every participant of the window appends
      *    to the same file.
           IF WINDOW-KNOWN THEN
             MOVE SPACES TO WINDOW-EVENT-RECORD
             MOVE WS-WINDOW-ID TO WND-WINDOW-ID
             MOVE "FBSPLIT" TO WND-STEP-NAME
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

       U05Z.
           EXIT.

       U09A-DE-EDIT-NUMBER SECTION.
      *    Turns WS-TRIM-SOURCE into WS-TRIM-RESULT - the same digits
      *    with the leading zeros a PIC 9 DISPLAY field is stored with
