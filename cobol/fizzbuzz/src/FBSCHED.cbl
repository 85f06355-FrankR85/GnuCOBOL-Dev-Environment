           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WLOG-STATUS.

      *    The live queue web submits append to, and the work name
      *    3000 renames it to while a window works it.
           SELECT SUBMIT-QUEUE ASSIGN TO "SUBMITQ"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SUBQ-STATUS.

           SELECT SUBMIT-WORK ASSIGN TO "SUBMITWRK"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SUBW-STATUS.

           SELECT OPER-CMD ASSIGN TO "OPERCMD"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OPCM-STATUS.

           SELECT PARK-FILE ASSIGN TO "PARKFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PARK-STATUS.

           SELECT PARK-NEW ASSIGN TO "PARKNEW"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PARKNEW-STATUS.

      *    Locked as the batch driver locks it: the status rewrite
      *    holds the file alone from OPEN to CLOSE, and backs off
      *    while a run's append or another rewrite holds it.
           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
           ORGANIZATION IS LINE SEQUENTIAL
           LOCK MODE IS EXCLUSIVE
           FILE STATUS IS AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SCHED-FILE.
       FD WINDOW-LOG.
           COPY WNDREC.

       FD SUBMIT-QUEUE.
       01 SUBQ-RECORD       PIC X(141).

       FD SUBMIT-WORK.
           COPY TKTREC.

       FD OPER-CMD.
           COPY OPCMREC.

       FD PARK-FILE.
           COPY PARKREC.

       FD PARK-NEW.
       01 PARKNEW-RECORD    PIC X(319).

       FD AUDIT-LOG.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
       01 SCHED-STATUS         PIC X(02).
       01 SCHED-STATUS-NUM     REDEFINES SCHED-STATUS PIC 99.
       01 LOCK-STATUS          PIC X(02).
       01 WCTL-STATUS          PIC X(02).
       01 WLOG-STATUS          PIC X(02).
       01 SUBQ-STATUS          PIC X(02).
       01 SUBQ-STATUS-NUM      REDEFINES SUBQ-STATUS PIC 99.
       01 SUBW-STATUS          PIC X(02).
       01 SUBW-STATUS-NUM      REDEFINES SUBW-STATUS PIC 99.
       01 OPCM-STATUS          PIC X(02).
       01 OPCM-STATUS-NUM      REDEFINES OPCM-STATUS PIC 99.
       01 PARK-STATUS          PIC X(02).
       01 PARK-STATUS-NUM      REDEFINES PARK-STATUS PIC 99.
       01 PARKNEW-STATUS       PIC X(02).
       01 AUDIT-STATUS         PIC X(02).

       01 WS-DELETE-NAME       PIC X(20).
       01 WS-DELETE-RC         PIC S9(09) COMP-5.
       01 WS-COPY-FROM         PIC X(20).
       01 WS-COPY-TO           PIC X(20).
       01 WS-COPY-RC           PIC S9(09) COMP-5.
       01 WS-RENAME-FROM       PIC X(20).
       01 WS-RENAME-TO         PIC X(20).
       01 WS-RENAME-RC         PIC S9(09) COMP-5.
      *    Back-off for a file a web hit or a run holds locked.  The
      *    sleep's own return code is kept off RETURN-CODE, which
      *    may already carry this step's RC.
       01 WS-LOCK-NANOS        PIC 9(09) COMP-5 VALUE 10000000.
       01 WS-SLEEP-RC          PIC S9(09) COMP-5.
       01 WS-SUBQ-ATTEMPTS     PIC 9(03) COMP.
       01 SUBQ-OPEN-SW         PIC X(01).
          88 SUBQ-OPEN-DONE              VALUE 'Y'.
          88 SUBQ-OPEN-PENDING           VALUE 'N'.
       01 SUBQ-WRITE-SW        PIC X(01).
          88 SUBQ-WRITE-OK               VALUE 'Y'.
          88 SUBQ-WRITE-FAILED           VALUE 'N'.

      *    The window id is the opening timestamp - unique per
      *    window and sorted by construction.

       01 CNT-SELECTED         PIC 9(04) VALUE ZERO.
       01 CNT-SKIPPED          PIC 9(04) VALUE ZERO.
       01 CNT-TICKETS          PIC 9(04) VALUE ZERO.
       01 CNT-RELEASED         PIC 9(04) VALUE ZERO.
       01 CNT-CANCELLED        PIC 9(04) VALUE ZERO.

      *    The operator's command deck, loaded whole - a night's
      *    HOLDs and RELEASEs run to a handful of cards.  Only the
      *    cards that could settle a held request are kept; a blank
      *    or non-numeric window id is kept as zero, meaning any.
       01 OPER-CMD-TABLE.
           05 OCT-ENTRY OCCURS 100 TIMES.
              10 OCT-VERB          PIC X(08).
              10 OCT-KIND          PIC X(03).
              10 OCT-TARGET        PIC 9(08).
              10 OCT-WINDOW-ID     PIC 9(14).
       01 OCT-COUNT            PIC 9(03) COMP VALUE ZERO.
       01 OCT-IDX              PIC 9(03) COMP.
      *    The verb of the last card naming the held request in hand.
       01 WS-PARK-VERB         PIC X(08).
       01 WS-RUN-TRIM          PIC X(20).
       01 WS-LINE-PTR          PIC 9(03) COMP.
       01 WS-CHKPT-NAME        PIC X(64).
       01 WS-HELD-PIECE-NAME   PIC X(20).
      *    Cancelled runs' audit records are put to CN by the same
      *    two-pass find-then-rewrite the batch driver uses.
       01 WS-AUDIT-FIX-RUN     PIC 9(08).
       01 WS-AUDIT-REC-NO      PIC 9(09) COMP.
       01 WS-AUDIT-FIX-REC-NO  PIC 9(09) COMP.
       01 WS-AUDIT-ATTEMPTS    PIC 9(03) COMP.
       01 AUDIT-WRITE-SW       PIC X(01).
          88 AUDIT-WRITE-DONE            VALUE 'Y'.
          88 AUDIT-WRITE-PENDING         VALUE 'N'.
      *    De-editing workspace - a numeric DISPLAY field MOVEd or
      *    STRING'd straight into an alphanumeric field copies its
      *    zero-padded digit string verbatim, so the totals a person
       01 WS-COUNT-A-TRIM       PIC X(20).
       01 WS-COUNT-B-TRIM       PIC X(20).
       01 WS-COUNT-C-TRIM       PIC X(20).
       01 WS-COUNT-D-TRIM       PIC X(20).
       01 WS-COUNT-E-TRIM       PIC X(20).
       01 WS-SUMMARY-LINE       PIC X(80).


           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-DAY-OF-WEEK FROM DAY-OF-WEEK.

      *    The window id is this moment's timestamp, taken up front
      *    because the tickets picked up below are marked with the
      *    window that picked them up.
           MOVE WS-TODAY-DATE TO WS-WID-DATE.
           ACCEPT WS-NOW-TIME FROM TIME.
           MOVE WS-NOW-TIME(1:6) TO WS-WID-TIME.

           OPEN EXTEND BATCHIN.
           IF BATCH-STATUS = "35" OR BATCH-STATUS = "05" THEN
             OPEN OUTPUT BATCHIN
               "ONE-OFF REQUESTS WILL RUN"
           END-IF.

           PERFORM 3000-PULL-SUBMITTED-TICKETS THRU 3000Z.

           PERFORM 4000-SETTLE-HELD-REQUESTS THRU 4000Z.

           CLOSE BATCHIN.

           OPEN OUTPUT BATCH-LOCK.

           PERFORM U02-OPEN-WINDOW-RECORD THRU U02Z.

      *    The cancellations go on the trail behind the OPEN event,
      *    so the window they were settled in reads in order.
           IF CNT-CANCELLED > ZERO THEN
             PERFORM 4500-LOG-CANCELLED-HOLDS THRU 4500Z
           END-IF.

           MOVE CNT-SELECTED TO WS-TRIM-SOURCE.
           PERFORM U09A-DE-EDIT-NUMBER THRU U09AZ.
           MOVE WS-TRIM-RESULT TO WS-COUNT-A-TRIM.
           MOVE CNT-SKIPPED TO WS-TRIM-SOURCE.
           PERFORM U09A-DE-EDIT-NUMBER THRU U09AZ.
           MOVE WS-TRIM-RESULT TO WS-COUNT-B-TRIM.
           MOVE CNT-TICKETS TO WS-TRIM-SOURCE.
           PERFORM U09A-DE-EDIT-NUMBER THRU U09AZ.
           MOVE WS-TRIM-RESULT TO WS-COUNT-C-TRIM.
           MOVE CNT-RELEASED TO WS-TRIM-SOURCE.
           PERFORM U09A-DE-EDIT-NUMBER THRU U09AZ.
           MOVE WS-TRIM-RESULT TO WS-COUNT-D-TRIM.
           MOVE CNT-CANCELLED TO WS-TRIM-SOURCE.
           PERFORM U09A-DE-EDIT-NUMBER THRU U09AZ.
           MOVE WS-TRIM-RESULT TO WS-COUNT-E-TRIM.
           MOVE SPACES TO WS-SUMMARY-LINE.
           STRING "FBSCHED: SELECTED " DELIMITED BY SIZE
             WS-COUNT-A-TRIM DELIMITED BY SPACE
             " SKIPPED " DELIMITED BY SIZE
             WS-COUNT-B-TRIM DELIMITED BY SPACE
             " TICKETS " DELIMITED BY SIZE
             WS-COUNT-C-TRIM DELIMITED BY SPACE
             " RELEASED " DELIMITED BY SIZE
             WS-COUNT-D-TRIM DELIMITED BY SPACE
             " CANCELLED " DELIMITED BY SIZE
             WS-COUNT-E-TRIM DELIMITED BY SPACE
             INTO WS-SUMMARY-LINE.
           DISPLAY WS-SUMMARY-LINE.
           GOBACK.
       2000Z.
           EXIT.

       3000-PULL-SUBMITTED-TICKETS SECTION.
      *    Requests submitted over the web since the last window wait
      *    on SUBMITQ under their tickets.  Every ticket still queued
      *    has its line staged into BATCHIN behind the schedule's and
      *    is marked picked up by this window.  The queue is renamed
      *    to SUBMITWRK before it is read, so a submit that lands
      *    while the window works it starts a fresh SUBMITQ rather
      *    than being lost to a rewrite; every record taken aside -
      *    picked up or still queued - is then appended back onto
      *    the live queue, where requesters can still ask after it.
      *    No SUBMITQ means nothing was submitted.
      *
      *    A SUBMITWRK already on hand is a queue an earlier pass
      *    took aside and never put back - some of its tickets may
      *    already be staged, so it is left for the operator to put
      *    right by hand and the live queue is not worked tonight.
           OPEN INPUT SUBMIT-WORK.
           IF SUBW-STATUS-NUM = 00 THEN
             CLOSE SUBMIT-WORK
             DISPLAY "FBSCHED: SUBMITWRK LEFT BY AN EARLIER WINDOW - "
               "SUBMIT QUEUE NOT WORKED"
             MOVE 8 TO RETURN-CODE
           ELSE
             MOVE "SUBMITQ" TO WS-RENAME-FROM
             MOVE "SUBMITWRK" TO WS-RENAME-TO
             CALL "CBL_RENAME_FILE" USING WS-RENAME-FROM WS-RENAME-TO
               RETURNING WS-RENAME-RC
             IF WS-RENAME-RC = ZERO THEN
               PERFORM 3200-WORK-TAKEN-QUEUE THRU 3200Z
             END-IF
           END-IF.

       3000Z.
           EXIT.

       3100-PULL-ONE-TICKET SECTION.
           READ SUBMIT-WORK
             AT END
               MOVE 10 TO SUBW-STATUS-NUM
             NOT AT END
               IF TKT-QUEUED THEN
                 MOVE SPACES TO BATCH-RECORD
                 MOVE TKT-REQUEST TO BATCH-RECORD
                 WRITE BATCH-RECORD
                 SET TKT-PICKED-UP TO TRUE
                 MOVE WS-WINDOW-ID TO TKT-PICKUP-WINDOW-ID
                 ADD 1 TO CNT-TICKETS
                 DISPLAY "FBSCHED: TICKET   - " TKT-REQUEST
               END-IF
               MOVE TKT-QUEUE-RECORD TO SUBQ-RECORD
               WRITE SUBQ-RECORD
               IF SUBQ-STATUS NOT = "00" THEN
                 SET SUBQ-WRITE-FAILED TO TRUE
               END-IF
           END-READ.

       3100Z.
           EXIT.

       3200-WORK-TAKEN-QUEUE SECTION.
      *    A web hit appending as the queue was renamed finishes its
      *    record into SUBMITWRK, and a hit appending to the fresh
      *    SUBMITQ holds it locked - either way this pass backs off
      *    until both files are its own.  The taken-aside queue is
      *    deleted only once every record is back on SUBMITQ.  If
      *    the files never come free nothing is staged, and the
      *    queue waits in SUBMITWRK; if the write-back fails the
      *    lines already staged run in this window regardless.  In
      *    both cases the operator puts SUBMITWRK back by hand
      *    before the next window.
           MOVE ZERO TO WS-SUBQ-ATTEMPTS.
           SET SUBQ-OPEN-PENDING TO TRUE.
           PERFORM 3210-OPEN-QUEUE-FILES THRU 3210Z
             UNTIL SUBQ-OPEN-DONE OR WS-SUBQ-ATTEMPTS > 50.

           IF SUBQ-OPEN-PENDING THEN
             DISPLAY "FBSCHED: SUBMIT QUEUE STAYED LOCKED - TICKETS "
               "LEFT WAITING IN SUBMITWRK"
             MOVE 8 TO RETURN-CODE
           ELSE
             SET SUBQ-WRITE-OK TO TRUE
             PERFORM 3100-PULL-ONE-TICKET THRU 3100Z
               UNTIL SUBW-STATUS-NUM > 9
             CLOSE SUBMIT-WORK
             CLOSE SUBMIT-QUEUE
             IF SUBQ-WRITE-FAILED THEN
               DISPLAY "FBSCHED: WRITE BACK OF SUBMIT QUEUE FAILED - "
                 "MARKED QUEUE IS IN SUBMITWRK"
               MOVE 8 TO RETURN-CODE
             ELSE
               MOVE "SUBMITWRK" TO WS-DELETE-NAME
               CALL "CBL_DELETE_FILE" USING WS-DELETE-NAME
                 RETURNING WS-DELETE-RC
             END-IF
           END-IF.

       3200Z.
           EXIT.

       3210-OPEN-QUEUE-FILES SECTION.
           ADD 1 TO WS-SUBQ-ATTEMPTS.
           OPEN INPUT SUBMIT-WORK.
           IF SUBW-STATUS-NUM = 00 THEN
             OPEN EXTEND SUBMIT-QUEUE
             IF SUBQ-STATUS = "35" OR SUBQ-STATUS = "05" THEN
               OPEN OUTPUT SUBMIT-QUEUE
             END-IF
             IF SUBQ-STATUS-NUM = 00 THEN
               SET SUBQ-OPEN-DONE TO TRUE
             ELSE
               CLOSE SUBMIT-WORK
             END-IF
           END-IF.

      *    Somebody else holds the lock - back off and try again.
           IF SUBQ-OPEN-PENDING THEN
             CALL "CBL_OC_NANOSLEEP" USING WS-LOCK-NANOS
               RETURNING WS-SLEEP-RC
           END-IF.

       3210Z.
           EXIT.

       4000-SETTLE-HELD-REQUESTS SECTION.
      *    Requests an operator HOLD parked on PARKFILE wait there
      *    until an OPERCMD card settles them.  A RELEASE stages the
      *    request back into BATCHIN behind the tickets - a run that
      *    was stopped in flight as a RESUME= line naming its run
      *    number, so the batch driver picks it up at its checkpoint
      *    under the same number; a line held before it started as
      *    the line itself, less the SEQ= stamp this window's split
      *    will put back.  A CANCEL retires the request: its
      *    checkpoint and any held part of its report are deleted
      *    and its audit record is marked CN.  Both mark the record
      *    with this window and it stays on file as history.  The
      *    file is rewritten whole through PARKNEW and swapped into
      *    place, the same motion FBREJWB marks a reject resolved
      *    with.
      *
      *    The deck is deleted once it has been read, whether or not
      *    anything on it matched - the cards were keyed for the
      *    window just gone and for these held requests, and must
      *    not stop anything in the window opening now.
           MOVE ZERO TO OCT-COUNT.
           OPEN INPUT OPER-CMD.
           IF OPCM-STATUS-NUM = 00 THEN
             PERFORM 4100-LOAD-ONE-COMMAND THRU 4100Z
               UNTIL OPCM-STATUS-NUM > 9
             CLOSE OPER-CMD
             MOVE "OPERCMD" TO WS-DELETE-NAME
             CALL "CBL_DELETE_FILE" USING WS-DELETE-NAME
               RETURNING WS-DELETE-RC
           END-IF.

           IF OCT-COUNT > ZERO THEN
             OPEN INPUT PARK-FILE
             IF PARK-STATUS-NUM = 00 THEN
               OPEN OUTPUT PARK-NEW
               PERFORM 4200-SETTLE-ONE-PARKED THRU 4200Z
                 UNTIL PARK-STATUS-NUM > 9
               CLOSE PARK-NEW
               CLOSE PARK-FILE
               IF CNT-RELEASED > ZERO OR CNT-CANCELLED > ZERO THEN
                 PERFORM 4300-SWAP-IN-NEW-PARKFILE THRU 4300Z
               ELSE
                 MOVE "PARKNEW" TO WS-DELETE-NAME
                 CALL "CBL_DELETE_FILE" USING WS-DELETE-NAME
                   RETURNING WS-DELETE-RC
               END-IF
             END-IF
           END-IF.

       4000Z.
           EXIT.

       4100-LOAD-ONE-COMMAND SECTION.
      *    HOLD cards are kept too - a HOLD keyed after a RELEASE for
      *    the same request is the operator changing their mind, and
      *    the last card is the one that counts.
           READ OPER-CMD
             AT END
               MOVE 10 TO OPCM-STATUS-NUM
             NOT AT END
               EVALUATE TRUE
                 WHEN NOT OPCM-HOLD AND NOT OPCM-RELEASE
                      AND NOT OPCM-CANCEL
                 WHEN NOT OPCM-BY-RUN AND NOT OPCM-BY-SEQ
                 WHEN OPCM-TARGET IS NOT NUMERIC
                   DISPLAY "FBSCHED: OPERCMD CARD IGNORED - "
                     OPER-COMMAND-RECORD
                 WHEN OCT-COUNT >= 100
                   DISPLAY "FBSCHED: OPERCMD HAS MORE THAN 100 "
                     "CARDS - IGNORING THE REST"
                   MOVE 10 TO OPCM-STATUS-NUM
                 WHEN OTHER
                   ADD 1 TO OCT-COUNT
                   MOVE OPCM-VERB TO OCT-VERB(OCT-COUNT)
                   MOVE OPCM-TARGET-KIND TO OCT-KIND(OCT-COUNT)
                   MOVE OPCM-TARGET TO OCT-TARGET(OCT-COUNT)
                   IF OPCM-WINDOW-ID IS NUMERIC THEN
                     MOVE OPCM-WINDOW-ID TO OCT-WINDOW-ID(OCT-COUNT)
                   ELSE
                     MOVE ZERO TO OCT-WINDOW-ID(OCT-COUNT)
                   END-IF
               END-EVALUATE
           END-READ.

       4100Z.
           EXIT.

       4200-SETTLE-ONE-PARKED SECTION.
           READ PARK-FILE
             AT END
               MOVE 10 TO PARK-STATUS-NUM
             NOT AT END
               IF PARK-HELD THEN
                 MOVE SPACES TO WS-PARK-VERB
                 PERFORM 4210-MATCH-ONE-COMMAND THRU 4210Z
                   VARYING OCT-IDX FROM 1 BY 1
                   UNTIL OCT-IDX > OCT-COUNT
                 EVALUATE WS-PARK-VERB
                   WHEN "RELEASE"
                     PERFORM 4220-RELEASE-ONE-HOLD THRU 4220Z
                   WHEN "CANCEL"
                     PERFORM 4230-CANCEL-ONE-HOLD THRU 4230Z
                   WHEN OTHER
                     CONTINUE
                 END-EVALUATE
               END-IF
               MOVE PARK-RECORD TO PARKNEW-RECORD
               WRITE PARKNEW-RECORD
           END-READ.

       4200Z.
           EXIT.

       4210-MATCH-ONE-COMMAND SECTION.
      *    A card keyed with a window id only reaches the requests
      *    that window held.  A RUN card reaches a run stopped in
      *    flight; a SEQ card, whose sequence only means anything
      *    inside one window, has to name the window as well.
           EVALUATE TRUE
             WHEN OCT-WINDOW-ID(OCT-IDX) > ZERO
                  AND OCT-WINDOW-ID(OCT-IDX) NOT = PARK-WINDOW-ID
               CONTINUE
             WHEN OCT-KIND(OCT-IDX) = "RUN"
                  AND PARK-RUN-NUMBER > ZERO
                  AND OCT-TARGET(OCT-IDX) = PARK-RUN-NUMBER
             WHEN OCT-KIND(OCT-IDX) = "SEQ"
                  AND OCT-WINDOW-ID(OCT-IDX) > ZERO
                  AND OCT-TARGET(OCT-IDX) = PARK-SEQUENCE
               MOVE OCT-VERB(OCT-IDX) TO WS-PARK-VERB
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

       4210Z.
           EXIT.

       4220-RELEASE-ONE-HOLD SECTION.
           MOVE SPACES TO BATCH-RECORD.
      *    The requester rides on a RESUME= line only so intake can
      *    authorize it; a pair the held request never carried is
      *    left off rather than staged blank.
           IF PARK-RUN-NUMBER > ZERO THEN
             MOVE 1 TO WS-LINE-PTR
             STRING "RESUME=" DELIMITED BY SIZE
               PARK-RUN-NUMBER DELIMITED BY SIZE
               INTO BATCH-RECORD WITH POINTER WS-LINE-PTR
             IF PARK-USER-ID NOT = SPACES THEN
               STRING "&USER=" DELIMITED BY SIZE
                 PARK-USER-ID DELIMITED BY SPACE
                 INTO BATCH-RECORD WITH POINTER WS-LINE-PTR
             END-IF
             IF PARK-DEPT-CODE NOT = SPACES THEN
               STRING "&DEPT=" DELIMITED BY SIZE
                 PARK-DEPT-CODE DELIMITED BY SPACE
                 INTO BATCH-RECORD WITH POINTER WS-LINE-PTR
             END-IF
           ELSE
             UNSTRING PARK-REQUEST DELIMITED BY "&SEQ="
               INTO BATCH-RECORD
           END-IF.
           WRITE BATCH-RECORD.
           SET PARK-RELEASED TO TRUE.
           MOVE WS-WINDOW-ID TO PARK-SETTLED-WINDOW-ID.
           ADD 1 TO CNT-RELEASED.
           DISPLAY "FBSCHED: RELEASED - " BATCH-RECORD.

       4220Z.
           EXIT.

       4230-CANCEL-ONE-HOLD SECTION.
      *    A line held before it started has no checkpoint, no
      *    report and no audit record - retiring the park record is
      *    all there is to it.
           SET PARK-CANCELLED TO TRUE.
           MOVE WS-WINDOW-ID TO PARK-SETTLED-WINDOW-ID.
           ADD 1 TO CNT-CANCELLED.
           IF PARK-RUN-NUMBER > ZERO THEN
             MOVE PARK-CHECKPOINT-NAME TO WS-CHKPT-NAME
             CALL "CBL_DELETE_FILE" USING WS-CHKPT-NAME
               RETURNING WS-DELETE-RC
             MOVE PARK-RUN-NUMBER TO WS-TRIM-SOURCE
             PERFORM U09A-DE-EDIT-NUMBER THRU U09AZ
             MOVE WS-TRIM-RESULT TO WS-RUN-TRIM
             MOVE SPACES TO WS-HELD-PIECE-NAME
             STRING "RPTHELD." DELIMITED BY SIZE
               WS-RUN-TRIM DELIMITED BY SPACE
               INTO WS-HELD-PIECE-NAME
             CALL "CBL_DELETE_FILE" USING WS-HELD-PIECE-NAME
               RETURNING WS-DELETE-RC
             MOVE PARK-RUN-NUMBER TO WS-AUDIT-FIX-RUN
             PERFORM U03-MARK-AUDIT-CANCELLED THRU U03Z
           END-IF.
           DISPLAY "FBSCHED: CANCELLED - RUN " PARK-RUN-NUMBER
             " SEQ " PARK-SEQUENCE " HELD IN WINDOW " PARK-WINDOW-ID.

       4230Z.
           EXIT.

       4300-SWAP-IN-NEW-PARKFILE SECTION.
      *    A failed copy-back leaves the settled records in PARKNEW
      *    and the released lines already staged - PARKFILE has to
      *    be put right by hand before the next window, or a second
      *    RELEASE would stage them again.
           MOVE "PARKFILE" TO WS-DELETE-NAME.
           CALL "CBL_DELETE_FILE" USING WS-DELETE-NAME
             RETURNING WS-DELETE-RC.
           MOVE "PARKNEW" TO WS-COPY-FROM.
           MOVE "PARKFILE" TO WS-COPY-TO.
           CALL "CBL_COPY_FILE" USING WS-COPY-FROM WS-COPY-TO
             RETURNING WS-COPY-RC.
           IF WS-COPY-RC NOT = ZERO THEN
             DISPLAY "FBSCHED: COPY BACK OF PARKFILE FAILED - "
               "SETTLED HOLDS ARE IN PARKNEW"
             MOVE 8 TO RETURN-CODE
           ELSE
             MOVE "PARKNEW" TO WS-DELETE-NAME
             CALL "CBL_DELETE_FILE" USING WS-DELETE-NAME
               RETURNING WS-DELETE-RC
           END-IF.

       4300Z.
           EXIT.

       4500-LOG-CANCELLED-HOLDS SECTION.
      *    One CANCEL event per request this window retired, read
      *    back off the settled PARKFILE - the same event the batch
      *    driver writes when it cancels a run in flight.
           OPEN INPUT PARK-FILE.
           IF PARK-STATUS-NUM = 00 THEN
             PERFORM 4510-LOG-ONE-CANCELLED THRU 4510Z
               UNTIL PARK-STATUS-NUM > 9
             CLOSE PARK-FILE
           END-IF.

       4500Z.
           EXIT.

       4510-LOG-ONE-CANCELLED SECTION.
           READ PARK-FILE
             AT END
               MOVE 10 TO PARK-STATUS-NUM
             NOT AT END
               IF PARK-CANCELLED
                  AND PARK-SETTLED-WINDOW-ID = WS-WINDOW-ID THEN
                 MOVE SPACES TO WINDOW-EVENT-RECORD
                 MOVE WS-WINDOW-ID TO WND-WINDOW-ID
                 MOVE "FBSCHED" TO WND-STEP-NAME
                 SET WND-EVENT-CANCEL TO TRUE
                 ACCEPT WND-EVENT-DATE FROM DATE YYYYMMDD
                 ACCEPT WND-EVENT-TIME FROM TIME
                 STRING "SEQ " DELIMITED BY SIZE
                   PARK-SEQUENCE DELIMITED BY SIZE
                   INTO WND-OUTCOME
                 MOVE PARK-RUN-NUMBER TO WND-RUN-NUMBER
                 OPEN EXTEND WINDOW-LOG
                 IF WLOG-STATUS = "35" OR WLOG-STATUS = "05" THEN
                   OPEN OUTPUT WINDOW-LOG
                 END-IF
                 WRITE WINDOW-EVENT-RECORD
                 CLOSE WINDOW-LOG
               END-IF
           END-READ.

       4510Z.
           EXIT.

       U02-OPEN-WINDOW-RECORD SECTION.
      *    The window is open once the lock is down - the id (the
      *    timestamp taken at the top) goes to WINDOWCTL for every
      *    participant after this step to stamp by, and the OPEN
      *    event starts the window's trail on WINDOWLOG.  The
      *    morning report reads that trail; a window with an OPEN
      *    and no CLOSE is a window something hung inside.
           OPEN OUTPUT WINDOW-CTL.
           MOVE SPACES TO WINDOW-CTL-RECORD.
           MOVE WS-WINDOW-ID TO WCTL-WINDOW-ID.
       U02Z.
           EXIT.

       U03-MARK-AUDIT-CANCELLED SECTION.
      *    Puts CN on run WS-AUDIT-FIX-RUN's batch audit record,
      *    rewritten in place.  Run numbers wrap, so it is the last
      *    record wearing the number that is changed, found on a
      *    first pass and rewritten on a second.  A record already
      *    cut to an AUDARC generation is history and is left as it
      *    was.  A pass that finds AUDITLOG locked - or the record
      *    no longer where the first pass left it - backs off and
      *    starts over; a record that still cannot be put right is
      *    named on the console and the step ends RC 4, unless
      *    something worse has already set it higher.
           MOVE ZERO TO WS-AUDIT-ATTEMPTS.
           SET AUDIT-WRITE-PENDING TO TRUE.
           PERFORM U03C-TRY-AUDIT-CANCELLED THRU U03CZ
             UNTIL AUDIT-WRITE-DONE OR WS-AUDIT-ATTEMPTS > 50.

           IF AUDIT-WRITE-PENDING THEN
             DISPLAY "FBSCHED: AUDITLOG STAYED LOCKED - RUN "
               WS-AUDIT-FIX-RUN " NOT MARKED CANCELLED"
             IF RETURN-CODE < 4 THEN
               MOVE 4 TO RETURN-CODE
             END-IF
           END-IF.

       U03Z.
           EXIT.

       U03A-FIND-ONE-AUDIT-RECORD SECTION.
           READ AUDIT-LOG
             AT END
               MOVE "10" TO AUDIT-STATUS
             NOT AT END
               ADD 1 TO WS-AUDIT-REC-NO
               IF AUDIT-RUN-NUMBER IS NUMERIC
                  AND AUDIT-RUN-NUMBER = WS-AUDIT-FIX-RUN
                  AND AUDIT-BATCH-RUN THEN
                 MOVE WS-AUDIT-REC-NO TO WS-AUDIT-FIX-REC-NO
               END-IF
           END-READ.

       U03AZ.
           EXIT.

       U03B-REWRITE-ONE-AUDIT-RECORD SECTION.
           READ AUDIT-LOG
             AT END
               MOVE "10" TO AUDIT-STATUS
             NOT AT END
               ADD 1 TO WS-AUDIT-REC-NO
               IF WS-AUDIT-REC-NO = WS-AUDIT-FIX-REC-NO THEN
                 IF AUDIT-RUN-NUMBER IS NUMERIC
                    AND AUDIT-RUN-NUMBER = WS-AUDIT-FIX-RUN
                    AND AUDIT-BATCH-RUN THEN
                   SET AUDIT-RUN-CANCELLED TO TRUE
                   REWRITE AUDIT-RECORD
                   IF AUDIT-STATUS = "00" THEN
                     SET AUDIT-WRITE-DONE TO TRUE
                   END-IF
                 END-IF
                 MOVE "10" TO AUDIT-STATUS
               END-IF
           END-READ.

       U03BZ.
           EXIT.

       U03C-TRY-AUDIT-CANCELLED SECTION.
      *    No AUDITLOG, or no batch record for the run on it, leaves
      *    nothing to put right.
           ADD 1 TO WS-AUDIT-ATTEMPTS.
           MOVE ZERO TO WS-AUDIT-REC-NO WS-AUDIT-FIX-REC-NO.
           OPEN INPUT AUDIT-LOG.
           EVALUATE AUDIT-STATUS
             WHEN "00"
               PERFORM U03A-FIND-ONE-AUDIT-RECORD THRU U03AZ
                 UNTIL AUDIT-STATUS NOT = "00"
               CLOSE AUDIT-LOG
               IF WS-AUDIT-FIX-REC-NO = ZERO THEN
                 SET AUDIT-WRITE-DONE TO TRUE
               ELSE
                 MOVE ZERO TO WS-AUDIT-REC-NO
                 OPEN I-O AUDIT-LOG
                 IF AUDIT-STATUS = "00" THEN
                   PERFORM U03B-REWRITE-ONE-AUDIT-RECORD THRU U03BZ
                     UNTIL AUDIT-STATUS NOT = "00"
                   CLOSE AUDIT-LOG
                 END-IF
               END-IF
             WHEN "35"
               SET AUDIT-WRITE-DONE TO TRUE
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

      *    Somebody else holds the lock - back off and try again.
           IF AUDIT-WRITE-PENDING THEN
             CALL "CBL_OC_NANOSLEEP" USING WS-LOCK-NANOS
               RETURNING WS-SLEEP-RC
           END-IF.

       U03CZ.
           EXIT.

       U09A-DE-EDIT-NUMBER SECTION.
      *    Turns WS-TRIM-SOURCE into WS-TRIM-RESULT - the same digits
      *    with the leading zeros a PIC 9 DISPLAY field is stored with
