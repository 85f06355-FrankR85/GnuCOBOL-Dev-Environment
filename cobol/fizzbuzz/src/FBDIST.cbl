           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DELIVER-STATUS.

           SELECT HELD-PIECE ASSIGN DYNAMIC WS-HELD-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HELD-STATUS.

           SELECT EXCP-FILE ASSIGN TO "DISTEXCP"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EXCP-STATUS.

           SELECT DELIVERY-LOG ASSIGN TO "DLVLOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DLOG-STATUS.

           SELECT WINDOW-CTL ASSIGN TO "WINDOWCTL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WCTL-STATUS.

           SELECT WINDOW-LOG ASSIGN TO "WINDOWLOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WLOG-STATUS.

           SELECT LIB-INDEX ASSIGN TO "LIBINDEX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LIB-RUN-NUMBER
           FILE STATUS IS LIB-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD REPORTOUT.
           05 RTE-KEY           PIC X(08).
           05 FILLER            PIC X(01).
           05 RTE-DEST-DIR      PIC X(40).
           05 FILLER            PIC X(01).
      *    How many days the library keeps the stored copy of a piece
      *    this entry routes, carved from the leading bytes of what
      *    used to be the reserved filler.  Blank, zero or not a
      *    number keeps it the standard thirty days.
           05 RTE-RETAIN-DAYS   PIC X(03).
           05 RTE-RETAIN-DAYS-NUM REDEFINES RTE-RETAIN-DAYS
                                PIC 9(03).
           05 RTE-RESERVED      PIC X(27).

       FD DELIVER-FILE.
       01 DELIVER-LINE      PIC X(132).

       FD HELD-PIECE.
       01 HELD-LINE         PIC X(132).

       FD EXCP-FILE.
       01 EXCP-LINE         PIC X(132).

       FD DELIVERY-LOG.
           COPY DLVREC.

       FD WINDOW-CTL.
       01 WINDOW-CTL-RECORD.
           05 WCTL-WINDOW-ID    PIC 9(14).
           05 WCTL-RESERVED     PIC X(66).

       FD WINDOW-LOG.
           COPY WNDREC.

       FD LIB-INDEX.
           COPY LIBREC.

       WORKING-STORAGE SECTION.
       01 REPORT-STATUS        PIC X(02).
       01 REPORT-STATUS-NUM    REDEFINES REPORT-STATUS PIC 99.
       01 ROUTE-STATUS-NUM     REDEFINES ROUTE-STATUS PIC 99.
       01 DELIVER-STATUS       PIC X(02).
       01 EXCP-STATUS          PIC X(02).
       01 DLOG-STATUS          PIC X(02).
       01 DLOG-STATUS-NUM      REDEFINES DLOG-STATUS PIC 99.
       01 WS-DELIVER-NAME      PIC X(64).
      *    The part of a piece an operator HOLD stopped, kept in the
      *    working directory as RPTHELD.<run> until the window that
      *    resumes the run delivers it in front of the rest.
       01 HELD-STATUS          PIC X(02).
       01 HELD-STATUS-NUM      REDEFINES HELD-STATUS PIC 99.
       01 WS-HELD-NAME         PIC X(64).
       01 WS-DELETE-RC         PIC S9(09) COMP-5.
       01 WS-COPY-RC           PIC S9(09) COMP-5.

      *    The deliverable library - every piece delivered whole is
      *    also filed as LIBRPT.<run> in the working directory and
      *    indexed on LIBINDEX, so a lost file is handed back from
      *    there instead of rerun.
       01 LIB-STATUS           PIC X(02).
       01 LIB-STATUS-NUM       REDEFINES LIB-STATUS PIC 99.
       01 WS-LIB-NAME          PIC X(40).
       01 LIBRARY-OPEN-SW      PIC X(01) VALUE 'N'.
          88 LIBRARY-OPEN                VALUE 'Y'.
       01 LIB-ENTRY-FOUND-SW   PIC X(01).
          88 LIB-ENTRY-FOUND             VALUE 'Y'.
          88 LIB-ENTRY-NOT-FOUND         VALUE 'N'.
       01 WS-RETAIN-DAYS       PIC 9(03).
       01 WS-DEFAULT-RETAIN    PIC 9(03) VALUE 30.
      *    Lines laid down in the piece being cut, held part and all.
       01 WS-PIECE-LINES       PIC 9(08).
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

      *    Window accounting - the id FBSCHED put on WINDOWCTL.  No
      *    WINDOWCTL means a distribution run outside any window,
      *    which simply does not stamp.
       01 WCTL-STATUS          PIC X(02).
       01 WLOG-STATUS          PIC X(02).
       01 WS-WINDOW-ID         PIC 9(14) VALUE ZERO.
       01 WINDOW-KNOWN-SW      PIC X(01) VALUE 'N'.
          88 WINDOW-KNOWN                VALUE 'Y'.
       01 WS-WND-EVENT         PIC X(06).
       01 WS-WND-OUTCOME       PIC X(08).
       01 REPORT-FOUND-SW      PIC X(01) VALUE 'N'.
          88 REPORT-FOUND                VALUE 'Y'.
       01 SECTION-TORN-SW      PIC X(01) VALUE 'N'.
          88 SECTION-TORN                VALUE 'Y'.

           COPY BNRREC.

           05 ROUTE-ENTRY OCCURS 50 TIMES.
              10 RTE-TBL-KEY        PIC X(08).
              10 RTE-TBL-DEST       PIC X(40).
              10 RTE-TBL-RETAIN     PIC 9(03).
       01 ROUTE-COUNT          PIC 9(03) COMP VALUE ZERO.
       01 ROUTE-IDX            PIC 9(03) COMP.
       01 WS-MATCH-IDX         PIC 9(03) COMP.
           05 SEC-RUN-NUMBER    PIC 9(08).
           05 SEC-USER-ID       PIC X(08).
           05 SEC-DEPT-CODE     PIC X(08).
           05 SEC-NEEDED-BY     PIC 9(12).
           05 SEC-FORMAT-CODE   PIC X(04).
       01 SECTION-ROUTED-SW    PIC X(01).
          88 SECTION-ROUTED             VALUE 'Y'.
          88 SECTION-UNROUTED           VALUE 'N'.
      *    How the piece ended, for its delivery log record.
       01 WS-DLV-OUTCOME       PIC X(10).
       01 SECTION-OPEN-SW      PIC X(01).
          88 SECTION-OPEN               VALUE 'Y'.
          88 SECTION-CLOSED             VALUE 'N'.

       01 CNT-DELIVERED        PIC 9(04) VALUE ZERO.
       01 CNT-UNROUTED         PIC 9(04) VALUE ZERO.
       01 CNT-HELD             PIC 9(04) VALUE ZERO.
       01 CNT-CANCELLED        PIC 9(04) VALUE ZERO.
       01 CNT-FILED            PIC 9(04) VALUE ZERO.
       01 CNT-ALREADY          PIC 9(04) VALUE ZERO.

      *    The pieces this window's distribution has already closed
      *    whole, off DLVLOG.  A rerun by the restart driver passes
      *    over them rather than cutting them again - their pieces,
      *    library copies and any held part are already where the
      *    first pass left them.
       01 SETTLED-TABLE.
           05 SETTLED-ENTRY OCCURS 2000 TIMES.
              10 STL-RUN-NUMBER     PIC 9(08).
              10 STL-OUTCOME        PIC X(10).
       01 SETTLED-COUNT        PIC 9(04) COMP VALUE ZERO.
       01 SETTLED-IDX          PIC 9(04) COMP.
       01 WS-SETTLED-IDX       PIC 9(04) COMP.
       01 CNT-FILE-FAILED      PIC 9(04) VALUE ZERO.

       01 WS-OUTPUT-LINE       PIC X(132).
       01 WS-RUN-TRIM          PIC X(20).
       01 WS-TRIM-LEAD-SPACES   PIC 9(02) COMP.
       01 WS-COUNT-A-TRIM       PIC X(20).
       01 WS-COUNT-B-TRIM       PIC X(20).
       01 WS-COUNT-C-TRIM       PIC X(20).
       01 WS-COUNT-D-TRIM       PIC X(20).
       01 WS-COUNT-E-TRIM       PIC X(20).
       01 WS-COUNT-F-TRIM       PIC X(20).
       01 WS-SUMMARY-LINE       PIC X(80).

       PROCEDURE DIVISION.
      *    no owner.  Lines outside any section - the merge's grand
      *    trailer - belong to the window, not to a requester, and
      *    are not delivered.  REPORTOUT itself is left in place as
      *    the window's deliverable of record.  Every piece, however
      *    it ended, is also logged on DLVLOG with the moment it was
      *    delivered or failed, for the turnaround report.
      *
      *    A section an operator stopped ends with its end banner
      *    marked.  A cancelled one was stopped on purpose and is
      *    not delivered at all; a held one is kept back until the
      *    window that resumes it delivers the piece whole.  Neither
      *    is an exception.
      *
      *    Every piece delivered whole, routed or not, is also filed
      *    in the deliverable library (LIBINDEX and LIBRPT.<run>)
      *    and kept as long as its routing entry says - a thirty-day
      *    default - so FBLIBRTV or the web FETCH can hand a lost
      *    file back to its requester without a rerun.  A piece the
      *    library could not take is still delivered; it goes on
      *    DISTEXCP and the step ends WARN.
      *
      *    Run again in the same window, the step passes over every
      *    piece DLVLOG shows it already closed whole there, and cuts
      *    only what failed or was never reached.
           PERFORM U01-LOAD-ROUTE-TABLE.

           PERFORM U02-LOAD-WINDOW-ID THRU U02Z.
           PERFORM U05-LOAD-SETTLED-PIECES THRU U05Z.
           MOVE "START" TO WS-WND-EVENT.
           MOVE SPACES TO WS-WND-OUTCOME.
           PERFORM U03-WRITE-WINDOW-EVENT THRU U03Z.

           OPEN OUTPUT EXCP-FILE.
           SET SECTION-CLOSED TO TRUE.
           PERFORM U04-OPEN-LIBRARY THRU U04Z.

           OPEN INPUT REPORTOUT.
           IF REPORT-STATUS-NUM = 00 THEN
             SET REPORT-FOUND TO TRUE
             PERFORM 1000-BURST-ONE-LINE THRU 1000Z
               UNTIL REPORT-STATUS-NUM > 9
             CLOSE REPORTOUT
      *    report is torn - close out what was cut so far and flag
      *    it; the reconciliation pass gives the full verdict.
             IF SECTION-OPEN THEN
               SET SECTION-TORN TO TRUE
               CLOSE DELIVER-FILE
               MOVE "TORN SECTION AT END OF REPORTOUT" TO
                 WS-OUTPUT-LINE
               PERFORM 3100-WRITE-EXCEPTION-LINE THRU 3100Z
               MOVE "TORN" TO WS-DLV-OUTCOME
               PERFORM 3200-LOG-DELIVERY THRU 3200Z
             END-IF
           ELSE
             DISPLAY "FBDIST: NO REPORTOUT TO DISTRIBUTE"
           END-IF.

           CLOSE EXCP-FILE.
           IF LIBRARY-OPEN THEN
             CLOSE LIB-INDEX
           END-IF.

           MOVE CNT-DELIVERED TO WS-TRIM-SOURCE.
           PERFORM U09A-DE-EDIT-NUMBER THRU U09AZ.
           MOVE CNT-UNROUTED TO WS-TRIM-SOURCE.
           PERFORM U09A-DE-EDIT-NUMBER THRU U09AZ.
           MOVE WS-TRIM-RESULT TO WS-COUNT-B-TRIM.
           MOVE CNT-HELD TO WS-TRIM-SOURCE.
           PERFORM U09A-DE-EDIT-NUMBER THRU U09AZ.
           MOVE WS-TRIM-RESULT TO WS-COUNT-C-TRIM.
           MOVE CNT-CANCELLED TO WS-TRIM-SOURCE.
           PERFORM U09A-DE-EDIT-NUMBER THRU U09AZ.
           MOVE WS-TRIM-RESULT TO WS-COUNT-D-TRIM.
           MOVE CNT-FILED TO WS-TRIM-SOURCE.
           PERFORM U09A-DE-EDIT-NUMBER THRU U09AZ.
           MOVE WS-TRIM-RESULT TO WS-COUNT-E-TRIM.
           MOVE CNT-ALREADY TO WS-TRIM-SOURCE.
           PERFORM U09A-DE-EDIT-NUMBER THRU U09AZ.
           MOVE WS-TRIM-RESULT TO WS-COUNT-F-TRIM.
           MOVE SPACES TO WS-SUMMARY-LINE.
           STRING "FBDIST: " DELIMITED BY SIZE
             WS-COUNT-A-TRIM DELIMITED BY SPACE
             " PIECE(S) DELIVERED, " DELIMITED BY SIZE
             WS-COUNT-B-TRIM DELIMITED BY SPACE
             " UNROUTED, " DELIMITED BY SIZE
             WS-COUNT-C-TRIM DELIMITED BY SPACE
             " HELD, " DELIMITED BY SIZE
             WS-COUNT-D-TRIM DELIMITED BY SPACE
             " CANCELLED, " DELIMITED BY SIZE
             WS-COUNT-E-TRIM DELIMITED BY SPACE
             " FILED" DELIMITED BY SIZE
             INTO WS-SUMMARY-LINE.
           IF CNT-ALREADY > ZERO THEN
             DISPLAY WS-SUMMARY-LINE
             MOVE SPACES TO WS-SUMMARY-LINE
             STRING "FBDIST: " DELIMITED BY SIZE
               WS-COUNT-F-TRIM DELIMITED BY SPACE
               " PIECE(S) ALREADY DISTRIBUTED IN THIS WINDOW - "
                 DELIMITED BY SIZE
               "LEFT AS CUT" DELIMITED BY SIZE
               INTO WS-SUMMARY-LINE
           END-IF.
           DISPLAY WS-SUMMARY-LINE.

      *    Anything left on DISTEXCP is a warning the morning review
      *    reads, not a failed step - the pieces were still cut.  No
      *    REPORTOUT at all means nothing was delivered, and says so.
           MOVE "END" TO WS-WND-EVENT.
           EVALUATE TRUE
             WHEN NOT REPORT-FOUND
               MOVE "NOINPUT" TO WS-WND-OUTCOME
             WHEN SECTION-TORN
             WHEN CNT-UNROUTED > 0
             WHEN CNT-FILE-FAILED > 0
               MOVE "WARN" TO WS-WND-OUTCOME
             WHEN OTHER
               MOVE "OK" TO WS-WND-OUTCOME
           END-EVALUATE.
           PERFORM U03-WRITE-WINDOW-EVENT THRU U03Z.
           GOBACK.

       1000-BURST-ONE-LINE SECTION.
                   PERFORM 2000-OPEN-ONE-PIECE THRU 2000Z
                 WHEN BNR-END-BANNER
                   IF SECTION-OPEN THEN
                     PERFORM 2200-CLOSE-ONE-PIECE THRU 2200Z
                   END-IF
                 WHEN OTHER
                   IF SECTION-OPEN THEN
                     MOVE REPORT-LINE TO DELIVER-LINE
                     WRITE DELIVER-LINE
                     ADD 1 TO WS-PIECE-LINES
                   END-IF
               END-EVALUATE
           END-READ.
               "BEGIN" DELIMITED BY SIZE
               INTO WS-OUTPUT-LINE
             PERFORM 3100-WRITE-EXCEPTION-LINE THRU 3100Z
             MOVE "TORN" TO WS-DLV-OUTCOME
             PERFORM 3200-LOG-DELIVERY THRU 3200Z
           END-IF.

      *    One piece per run number - the number is the name the
           MOVE BNR-RUN-NUMBER TO SEC-RUN-NUMBER.
           MOVE BNR-USER-ID TO SEC-USER-ID.
           MOVE BNR-DEPT-CODE TO SEC-DEPT-CODE.
           MOVE BNR-FORMAT-CODE TO SEC-FORMAT-CODE.
           MOVE ZERO TO WS-PIECE-LINES.
           IF BNR-NEEDED-BY IS NUMERIC THEN
             MOVE BNR-NEEDED-BY TO SEC-NEEDED-BY
           ELSE
             MOVE ZERO TO SEC-NEEDED-BY
           END-IF.

           MOVE SEC-RUN-NUMBER TO WS-TRIM-SOURCE.
           PERFORM U09A-DE-EDIT-NUMBER THRU U09AZ.
           MOVE WS-TRIM-RESULT TO WS-RUN-TRIM.
           MOVE SPACES TO WS-HELD-NAME.
           STRING "RPTHELD." DELIMITED BY SIZE
             WS-RUN-TRIM DELIMITED BY SPACE
             INTO WS-HELD-NAME.

           PERFORM 2020-FIND-SETTLED-PIECE THRU 2020Z.
           IF WS-SETTLED-IDX > ZERO THEN
             PERFORM 2030-PASS-SETTLED-PIECE THRU 2030Z
           ELSE
             PERFORM 2010-CUT-ONE-PIECE THRU 2010Z
           END-IF.

       2000Z.
           EXIT.

       2010-CUT-ONE-PIECE SECTION.
           PERFORM 2100-FIND-ROUTE-ENTRY THRU 2100Z.

           MOVE SPACES TO WS-DELIVER-NAME.
           IF WS-MATCH-IDX > ZERO THEN
             SET SECTION-ROUTED TO TRUE
             STRING RTE-TBL-DEST(WS-MATCH-IDX) DELIMITED BY SPACE
               "/RPT." DELIMITED BY SIZE
               WS-RUN-TRIM DELIMITED BY SPACE
               INTO WS-DELIVER-NAME
           ELSE
             SET SECTION-UNROUTED TO TRUE
             STRING "RPT." DELIMITED BY SIZE
               WS-RUN-TRIM DELIMITED BY SPACE
               INTO WS-DELIVER-NAME
           OPEN OUTPUT DELIVER-FILE.
           IF DELIVER-STATUS = "00" THEN
             SET SECTION-OPEN TO TRUE
             PERFORM 2050-PREPEND-HELD-PART THRU 2050Z
           ELSE
             MOVE SPACES TO WS-OUTPUT-LINE
             STRING "SEQ " DELIMITED BY SIZE
               ") - PIECE NOT DELIVERED" DELIMITED BY SIZE
               INTO WS-OUTPUT-LINE
             PERFORM 3100-WRITE-EXCEPTION-LINE THRU 3100Z
             MOVE "OPENFAIL" TO WS-DLV-OUTCOME
             PERFORM 3200-LOG-DELIVERY THRU 3200Z
           END-IF.

       2010Z.
           EXIT.

       2020-FIND-SETTLED-PIECE SECTION.
           MOVE ZERO TO WS-SETTLED-IDX.
           PERFORM 2025-MATCH-ONE-SETTLED THRU 2025Z
             VARYING SETTLED-IDX FROM 1 BY 1
             UNTIL SETTLED-IDX > SETTLED-COUNT
                OR WS-SETTLED-IDX > ZERO.

       2020Z.
           EXIT.

       2025-MATCH-ONE-SETTLED SECTION.
           IF STL-RUN-NUMBER(SETTLED-IDX) = SEC-RUN-NUMBER THEN
             MOVE SETTLED-IDX TO WS-SETTLED-IDX
           END-IF.

       2025Z.
           EXIT.

       2030-PASS-SETTLED-PIECE SECTION.
      *    Cut by an earlier pass of this window: the section's lines
      *    roll by unwritten and nothing is logged again.  DISTEXCP
      *    is rewritten every pass, so a piece that was left unrouted
      *    goes back on it - the morning review still has to see it,
      *    and the step still ends WARN.
           ADD 1 TO CNT-ALREADY.
           IF STL-OUTCOME(WS-SETTLED-IDX) = "UNROUTED" THEN
             ADD 1 TO CNT-UNROUTED
             PERFORM 3000-NOTE-UNROUTED-SECTION THRU 3000Z
           END-IF.

       2030Z.
           EXIT.

       2050-PREPEND-HELD-PART SECTION.
      *    A resumed run's section carries only what it wrote after
      *    its checkpoint - the part the held window wrote is laid
      *    down in front of it, so the requester gets one piece.  It
      *    is only deleted once that piece has closed whole and been
      *    logged, so a pass that dies part way through the piece
      *    leaves it for the rerun.  No RPTHELD.<run> is the usual
      *    case.
           OPEN INPUT HELD-PIECE.
           IF HELD-STATUS-NUM = 00 THEN
             PERFORM 2060-COPY-ONE-HELD-LINE THRU 2060Z
               UNTIL HELD-STATUS-NUM > 9
             CLOSE HELD-PIECE
           END-IF.

       2050Z.
           EXIT.

       2060-COPY-ONE-HELD-LINE SECTION.
           READ HELD-PIECE
             AT END
               MOVE 10 TO HELD-STATUS-NUM
             NOT AT END
               MOVE HELD-LINE TO DELIVER-LINE
               WRITE DELIVER-LINE
               ADD 1 TO WS-PIECE-LINES
           END-READ.

       2060Z.
           EXIT.

       2200-CLOSE-ONE-PIECE SECTION.
      *    The end banner is the moment of delivery - the piece is
      *    whole and closed where its requester will find it.  An
      *    unrouted piece is whole too, but it sits in the working
      *    directory rather than where anyone is looking, so the
      *    log counts it as a failure DISTEXCP has already listed.
      *    An operator's stop is read off the same banner: a held
      *    part is moved aside to RPTHELD.<run> for the window that
      *    resumes the run, a cancelled one is removed - with any
      *    part an earlier hold kept back - and neither is counted
      *    delivered.  A piece delivered whole, routed or not, goes
      *    into the library as well.
           CLOSE DELIVER-FILE.
           SET SECTION-CLOSED TO TRUE.
           EVALUATE TRUE
             WHEN BNR-CLOSED-HELD
               CALL "CBL_COPY_FILE" USING WS-DELIVER-NAME
                 WS-HELD-NAME
                 RETURNING WS-COPY-RC
               IF WS-COPY-RC = ZERO THEN
                 CALL "CBL_DELETE_FILE" USING WS-DELIVER-NAME
                   RETURNING WS-DELETE-RC
               ELSE
                 DISPLAY "FBDIST: COULD NOT KEEP BACK HELD PART OF "
                   "RUN " WS-RUN-TRIM " - LEFT AS " WS-DELIVER-NAME
               END-IF
               ADD 1 TO CNT-HELD
               MOVE "HELD" TO WS-DLV-OUTCOME
             WHEN BNR-CLOSED-CANCELLED
               CALL "CBL_DELETE_FILE" USING WS-DELIVER-NAME
                 RETURNING WS-DELETE-RC
               CALL "CBL_DELETE_FILE" USING WS-HELD-NAME
                 RETURNING WS-DELETE-RC
               ADD 1 TO CNT-CANCELLED
               MOVE "CANCELLED" TO WS-DLV-OUTCOME
             WHEN SECTION-ROUTED
               ADD 1 TO CNT-DELIVERED
               MOVE "DELIVERED" TO WS-DLV-OUTCOME
               PERFORM 2300-FILE-IN-LIBRARY THRU 2300Z
             WHEN OTHER
               ADD 1 TO CNT-DELIVERED
               MOVE "UNROUTED" TO WS-DLV-OUTCOME
               PERFORM 2300-FILE-IN-LIBRARY THRU 2300Z
           END-EVALUATE.
           PERFORM 3200-LOG-DELIVERY THRU 3200Z.
           IF WS-DLV-OUTCOME = "DELIVERED"
              OR WS-DLV-OUTCOME = "UNROUTED" THEN
             CALL "CBL_DELETE_FILE" USING WS-HELD-NAME
               RETURNING WS-DELETE-RC
           END-IF.

       2200Z.
           EXIT.

       2300-FILE-IN-LIBRARY SECTION.
      *    The stored copy is taken from the piece just closed, so it
      *    is exactly what the requester was given.  Run numbers
      *    wrap: a number already on the index is simply refiled
      *    with tonight's piece.  Retention counts from the day the
      *    piece is filed - the routing entry's days, or the
      *    standard thirty for an unrouted piece.
           IF NOT LIBRARY-OPEN THEN
             ADD 1 TO CNT-FILE-FAILED
           ELSE
             MOVE SPACES TO WS-LIB-NAME
             STRING "LIBRPT." DELIMITED BY SIZE
               WS-RUN-TRIM DELIMITED BY SPACE
               INTO WS-LIB-NAME
             CALL "CBL_COPY_FILE" USING WS-DELIVER-NAME
               WS-LIB-NAME
               RETURNING WS-COPY-RC
             IF WS-COPY-RC = ZERO THEN
               PERFORM 2310-WRITE-LIBRARY-ENTRY THRU 2310Z
             ELSE
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING "SEQ " DELIMITED BY SIZE
                 SEC-SEQUENCE DELIMITED BY SIZE
                 " RUN " DELIMITED BY SIZE
                 WS-RUN-TRIM DELIMITED BY SPACE
                 " NOT FILED IN THE LIBRARY - COULD NOT COPY TO "
                   DELIMITED BY SIZE
                 WS-LIB-NAME DELIMITED BY SPACE
                 INTO WS-OUTPUT-LINE
               PERFORM 3100-WRITE-EXCEPTION-LINE THRU 3100Z
               ADD 1 TO CNT-FILE-FAILED
             END-IF
           END-IF.

       2300Z.
           EXIT.

       2310-WRITE-LIBRARY-ENTRY SECTION.
           SET LIB-ENTRY-NOT-FOUND TO TRUE.
           MOVE SEC-RUN-NUMBER TO LIB-RUN-NUMBER.
           READ LIB-INDEX
             KEY IS LIB-RUN-NUMBER
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               SET LIB-ENTRY-FOUND TO TRUE
           END-READ.

           IF SECTION-ROUTED THEN
             MOVE RTE-TBL-RETAIN(WS-MATCH-IDX) TO WS-RETAIN-DAYS
           ELSE
             MOVE WS-DEFAULT-RETAIN TO WS-RETAIN-DAYS
           END-IF.

           MOVE SPACES TO LIB-RECORD.
           MOVE SEC-RUN-NUMBER TO LIB-RUN-NUMBER.
           SET LIB-ON-FILE TO TRUE.
           MOVE SEC-SEQUENCE TO LIB-SEQUENCE.
           MOVE SEC-USER-ID TO LIB-USER-ID.
           MOVE SEC-DEPT-CODE TO LIB-DEPT-CODE.
           MOVE SEC-FORMAT-CODE TO LIB-FORMAT-CODE.
           MOVE WS-WINDOW-ID TO LIB-WINDOW-ID.
           ACCEPT LIB-FILED-DATE FROM DATE YYYYMMDD.
           ACCEPT LIB-FILED-TIME FROM TIME.
           MOVE LIB-FILED-DATE TO WS-DT-NUM.
           PERFORM U20-NEXT-DAY THRU U20Z WS-RETAIN-DAYS TIMES.
           MOVE WS-DT-NUM TO LIB-RETAIN-UNTIL.
           MOVE ZERO TO LIB-PURGED-DATE.
           MOVE WS-PIECE-LINES TO LIB-LINE-COUNT.
           MOVE WS-LIB-NAME TO LIB-STORED-NAME.

           IF LIB-ENTRY-FOUND THEN
             REWRITE LIB-RECORD
           ELSE
             WRITE LIB-RECORD
           END-IF.

           IF LIB-STATUS-NUM > 9 THEN
             MOVE SPACES TO WS-OUTPUT-LINE
             STRING "SEQ " DELIMITED BY SIZE
               SEC-SEQUENCE DELIMITED BY SIZE
               " RUN " DELIMITED BY SIZE
               WS-RUN-TRIM DELIMITED BY SPACE
               " NOT FILED IN THE LIBRARY - LIBINDEX WRITE FAILED "
                 DELIMITED BY SIZE
               "(STATUS " DELIMITED BY SIZE
               LIB-STATUS DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO WS-OUTPUT-LINE
             PERFORM 3100-WRITE-EXCEPTION-LINE THRU 3100Z
             ADD 1 TO CNT-FILE-FAILED
           ELSE
             ADD 1 TO CNT-FILED
           END-IF.

       2310Z.
           EXIT.

       2100-FIND-ROUTE-ENTRY SECTION.
       3100Z.
           EXIT.

       3200-LOG-DELIVERY SECTION.
      *    One DLVLOG record per deliverable, stamped the moment it
      *    was delivered or failed - the turnaround report's raw
      *    material.  EXTEND per record, the way every accumulating
      *    log in the window is written.
           MOVE SPACES TO DELIVERY-LOG-RECORD.
           MOVE WS-WINDOW-ID TO DLV-WINDOW-ID.
           MOVE SEC-RUN-NUMBER TO DLV-RUN-NUMBER.
           MOVE SEC-SEQUENCE TO DLV-SEQUENCE.
           MOVE SEC-USER-ID TO DLV-USER-ID.
           MOVE SEC-DEPT-CODE TO DLV-DEPT-CODE.
           MOVE WS-DLV-OUTCOME TO DLV-OUTCOME.
           ACCEPT DLV-EVENT-DATE FROM DATE YYYYMMDD.
           ACCEPT DLV-EVENT-TIME FROM TIME.
           MOVE SEC-NEEDED-BY TO DLV-NEEDED-BY.
           MOVE WS-DELIVER-NAME TO DLV-DESTINATION.

           OPEN EXTEND DELIVERY-LOG.
           IF DLOG-STATUS = "35" OR DLOG-STATUS = "05" THEN
             OPEN OUTPUT DELIVERY-LOG
           END-IF.
           WRITE DELIVERY-LOG-RECORD.
           CLOSE DELIVERY-LOG.

       3200Z.
           EXIT.

       U01-LOAD-ROUTE-TABLE SECTION.
      *    No ROUTEFILE at all still bursts the window - every piece
      *    just lands unrouted with its exception line, which is the
                   ADD 1 TO ROUTE-COUNT
                   MOVE RTE-KEY TO RTE-TBL-KEY(ROUTE-COUNT)
                   MOVE RTE-DEST-DIR TO RTE-TBL-DEST(ROUTE-COUNT)
                   IF RTE-RETAIN-DAYS IS NUMERIC
                      AND RTE-RETAIN-DAYS-NUM > ZERO THEN
                     MOVE RTE-RETAIN-DAYS-NUM
                       TO RTE-TBL-RETAIN(ROUTE-COUNT)
                   ELSE
                     MOVE WS-DEFAULT-RETAIN
                       TO RTE-TBL-RETAIN(ROUTE-COUNT)
                   END-IF
                 END-IF
               END-IF
           END-READ.
       U01AZ.
           EXIT.

       U02-LOAD-WINDOW-ID SECTION.
      *    The id of the window this distribution belongs to, as
      *    FBSCHED left it on WINDOWCTL.
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

       U02Z.
           EXIT.

       U03-WRITE-WINDOW-EVENT SECTION.
      *    One event appended to the window trail - EXTEND per
      *    event, because every participant of the window appends
      *    to the same file.
           IF WINDOW-KNOWN THEN
             MOVE SPACES TO WINDOW-EVENT-RECORD
             MOVE WS-WINDOW-ID TO WND-WINDOW-ID
             MOVE "FBDIST" TO WND-STEP-NAME
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

       U03Z.
           EXIT.

       U04-OPEN-LIBRARY SECTION.
      *    The first window ever finds no LIBINDEX and starts one.
      *    An index that will not open leaves tonight's pieces
      *    delivered but unfiled - said once on DISTEXCP, counted
      *    against every piece, and the step ends WARN.
           OPEN I-O LIB-INDEX.
           IF LIB-STATUS-NUM = 35 THEN
             CLOSE LIB-INDEX
             OPEN OUTPUT LIB-INDEX
             CLOSE LIB-INDEX
             OPEN I-O LIB-INDEX
           END-IF.
           IF LIB-STATUS-NUM = 00 THEN
             SET LIBRARY-OPEN TO TRUE
           ELSE
             MOVE SPACES TO WS-OUTPUT-LINE
             STRING "LIBINDEX WOULD NOT OPEN (STATUS " DELIMITED BY SIZE
               LIB-STATUS DELIMITED BY SIZE
               ") - NO PIECE FILED IN THE LIBRARY THIS RUN"
                 DELIMITED BY SIZE
               INTO WS-OUTPUT-LINE
             PERFORM 3100-WRITE-EXCEPTION-LINE THRU 3100Z
           END-IF.

       U04Z.
           EXIT.

       U20-NEXT-DAY SECTION.
      *    WS-DT goes forward one calendar day, month lengths and
      *    leap years respected - February gets its twenty-ninth
      *    when the year divides by four but not by one hundred,
      *    unless by four hundred.
           MOVE MONTH-DAY-COUNT(WS-DT-MONTH) TO WS-MONTH-LENGTH.
           IF WS-DT-MONTH = 2 THEN
             PERFORM U20A-ADD-LEAP-DAY-IF-DUE THRU U20AZ
           END-IF.
           IF WS-DT-DAY < WS-MONTH-LENGTH THEN
             ADD 1 TO WS-DT-DAY
           ELSE
             MOVE 1 TO WS-DT-DAY
             IF WS-DT-MONTH = 12 THEN
               MOVE 1 TO WS-DT-MONTH
               ADD 1 TO WS-DT-YEAR
             ELSE
               ADD 1 TO WS-DT-MONTH
             END-IF
           END-IF.

       U20Z.
           EXIT.

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
             MOVE 29 TO WS-MONTH-LENGTH
           END-IF.

       U20AZ.
           EXIT.

       U05-LOAD-SETTLED-PIECES SECTION.
      *    Only this window's records count - a run number closed in
      *    an earlier window is a held run resuming, or a wrapped
      *    number, and is cut as usual.  Outside any window there is
      *    nothing to tell one pass from another, and nothing is
      *    passed over.
           IF WINDOW-KNOWN THEN
             OPEN INPUT DELIVERY-LOG
             IF DLOG-STATUS-NUM = 00 THEN
               PERFORM U05A-LOAD-ONE-SETTLED THRU U05AZ
                 UNTIL DLOG-STATUS-NUM > 9
               CLOSE DELIVERY-LOG
             END-IF
           END-IF.

       U05Z.
           EXIT.

       U05A-LOAD-ONE-SETTLED SECTION.
           READ DELIVERY-LOG
             AT END
               MOVE 10 TO DLOG-STATUS-NUM
             NOT AT END
               IF DLV-WINDOW-ID = WS-WINDOW-ID
                  AND (DLV-DELIVERED OR DLV-UNROUTED
                       OR DLV-HELD OR DLV-CANCELLED) THEN
                 IF SETTLED-COUNT >= 2000 THEN
                   DISPLAY "FBDIST: MORE THAN 2000 PIECES ALREADY "
                     "DISTRIBUTED - THE REST WILL BE CUT AGAIN"
                   MOVE 10 TO DLOG-STATUS-NUM
                 ELSE
                   ADD 1 TO SETTLED-COUNT
                   MOVE DLV-RUN-NUMBER
                     TO STL-RUN-NUMBER(SETTLED-COUNT)
                   MOVE DLV-OUTCOME TO STL-OUTCOME(SETTLED-COUNT)
                 END-IF
               END-IF
           END-READ.

       U05AZ.
           EXIT.

       U09A-DE-EDIT-NUMBER SECTION.
      *    Turns WS-TRIM-SOURCE into WS-TRIM-RESULT - the same digits
      *    with the leading zeros a PIC 9 DISPLAY field is stored with
