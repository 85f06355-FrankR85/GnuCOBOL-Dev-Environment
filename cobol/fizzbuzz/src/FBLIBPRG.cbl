       IDENTIFICATION DIVISION.
       PROGRAM-ID. FBLIBPRG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIB-INDEX ASSIGN TO "LIBINDEX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LIB-RUN-NUMBER
           FILE STATUS IS LIB-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LIB-INDEX.
           COPY LIBREC.

       WORKING-STORAGE SECTION.
       01 LIB-STATUS           PIC X(02).
       01 LIB-STATUS-NUM       REDEFINES LIB-STATUS PIC 99.
       01 LIBRARY-END-SW       PIC X(01) VALUE 'N'.
          88 LIBRARY-AT-END              VALUE 'Y'.

       01 WS-TODAY-DATE        PIC 9(08).
       01 WS-DELETE-NAME       PIC X(40).
       01 WS-DELETE-RC         PIC S9(09) COMP-5.
       01 WS-RUN-TRIM          PIC X(20).

       01 CNT-PURGED           PIC 9(08) VALUE ZERO.
       01 CNT-KEPT             PIC 9(08) VALUE ZERO.
       01 CNT-ALREADY-PURGED   PIC 9(08) VALUE ZERO.
       01 CNT-FAILED           PIC 9(08) VALUE ZERO.
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
       01 WS-COUNT-D-TRIM       PIC X(20).
       01 WS-SUMMARY-LINE       PIC X(80).

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
      *    Purges the deliverable library.  Every entry on LIBINDEX
      *    whose retention date has gone by has its stored copy
      *    (LIBRPT.<run>) deleted and is marked purged with today's
      *    date - the entry itself stays, so a later request for
      *    that run is answered "expired, rerun required" instead of
      *    "not in the library".  A line is DISPLAYed for every
      *    entry purged, the listing being the record of what was
      *    let go.  Run it daily, outside the window, the same way
      *    the audit archive is.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.

           OPEN I-O LIB-INDEX.
           IF LIB-STATUS-NUM = 35 THEN
             DISPLAY "FBLIBPRG: NO LIBINDEX ON HAND - NOTHING TO PURGE"
             GOBACK
           END-IF.
           IF LIB-STATUS-NUM NOT = 00 THEN
             DISPLAY "FBLIBPRG: LIBINDEX WOULD NOT OPEN, STATUS "
               LIB-STATUS " - NOTHING PURGED"
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.

           DISPLAY "FBLIBPRG: LIBRARY ENTRIES PURGED AS OF "
             WS-TODAY-DATE.

      *    One pass over the index by run number, start to finish.
           MOVE ZERO TO LIB-RUN-NUMBER.
           START LIB-INDEX KEY IS NOT LESS THAN LIB-RUN-NUMBER
             INVALID KEY
               SET LIBRARY-AT-END TO TRUE
           END-START.
           PERFORM 1000-READ-ONE-ENTRY THRU 1000Z
             UNTIL LIBRARY-AT-END.

           CLOSE LIB-INDEX.

           MOVE CNT-PURGED TO WS-TRIM-SOURCE.
           PERFORM U09A-DE-EDIT-NUMBER THRU U09AZ.
           MOVE WS-TRIM-RESULT TO WS-COUNT-A-TRIM.
           MOVE CNT-KEPT TO WS-TRIM-SOURCE.
           PERFORM U09A-DE-EDIT-NUMBER THRU U09AZ.
           MOVE WS-TRIM-RESULT TO WS-COUNT-B-TRIM.
           MOVE CNT-ALREADY-PURGED TO WS-TRIM-SOURCE.
           PERFORM U09A-DE-EDIT-NUMBER THRU U09AZ.
           MOVE WS-TRIM-RESULT TO WS-COUNT-C-TRIM.
           MOVE CNT-FAILED TO WS-TRIM-SOURCE.
           PERFORM U09A-DE-EDIT-NUMBER THRU U09AZ.
           MOVE WS-TRIM-RESULT TO WS-COUNT-D-TRIM.
           MOVE SPACES TO WS-SUMMARY-LINE.
           STRING "FBLIBPRG: " DELIMITED BY SIZE
             WS-COUNT-A-TRIM DELIMITED BY SPACE
             " PURGED, " DELIMITED BY SIZE
             WS-COUNT-B-TRIM DELIMITED BY SPACE
             " KEPT, " DELIMITED BY SIZE
             WS-COUNT-C-TRIM DELIMITED BY SPACE
             " PURGED EARLIER, " DELIMITED BY SIZE
             WS-COUNT-D-TRIM DELIMITED BY SPACE
             " FAILED" DELIMITED BY SIZE
             INTO WS-SUMMARY-LINE.
           DISPLAY WS-SUMMARY-LINE.
           IF CNT-FAILED > ZERO THEN
             MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       1000-READ-ONE-ENTRY SECTION.
           READ LIB-INDEX NEXT RECORD
             AT END
               SET LIBRARY-AT-END TO TRUE
             NOT AT END
               PERFORM 2000-JUDGE-ONE-ENTRY THRU 2000Z
           END-READ.

       1000Z.
           EXIT.

       2000-JUDGE-ONE-ENTRY SECTION.
      *    The retention date is the last day the copy is kept, so an
      *    entry goes on the first run after it, never on it.
           EVALUATE TRUE
             WHEN LIB-PURGED
               ADD 1 TO CNT-ALREADY-PURGED
             WHEN LIB-RETAIN-UNTIL NOT < WS-TODAY-DATE
               ADD 1 TO CNT-KEPT
             WHEN OTHER
               PERFORM 2100-PURGE-ONE-ENTRY THRU 2100Z
           END-EVALUATE.

       2000Z.
           EXIT.

       2100-PURGE-ONE-ENTRY SECTION.
      *    A stored copy somebody already removed by hand is no
      *    reason to keep the entry on file - the index just catches
      *    up, and the listing says the copy was already gone.
           MOVE LIB-RUN-NUMBER TO WS-TRIM-SOURCE.
           PERFORM U09A-DE-EDIT-NUMBER THRU U09AZ.
           MOVE WS-TRIM-RESULT TO WS-RUN-TRIM.

           MOVE 1 TO WS-DELETE-RC.
           IF LIB-STORED-NAME NOT = SPACES THEN
             MOVE LIB-STORED-NAME TO WS-DELETE-NAME
             CALL "CBL_DELETE_FILE" USING WS-DELETE-NAME
               RETURNING WS-DELETE-RC
           END-IF.

           SET LIB-PURGED TO TRUE.
           MOVE WS-TODAY-DATE TO LIB-PURGED-DATE.
           REWRITE LIB-RECORD.

           IF LIB-STATUS-NUM > 9 THEN
             DISPLAY "FBLIBPRG: LIBINDEX REWRITE FAILED, STATUS "
               LIB-STATUS " - RUN " WS-RUN-TRIM
             ADD 1 TO CNT-FAILED
           ELSE
             ADD 1 TO CNT-PURGED
             DISPLAY "FBLIBPRG: PURGED RUN " WS-RUN-TRIM
               " USER " LIB-USER-ID " DEPT " LIB-DEPT-CODE
               " FILED " LIB-FILED-DATE " KEPT TO "
               LIB-RETAIN-UNTIL
             IF WS-DELETE-RC NOT = ZERO THEN
               DISPLAY "          STORED COPY " LIB-STORED-NAME
                 " WAS ALREADY GONE"
             END-IF
           END-IF.

       2100Z.
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

       END PROGRAM FBLIBPRG.
