       IDENTIFICATION DIVISION.
       PROGRAM-ID. FBLIBRTV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIB-INDEX ASSIGN TO "LIBINDEX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LIB-RUN-NUMBER
           FILE STATUS IS LIB-STATUS.

           SELECT RTV-CARDS ASSIGN TO "LIBRTVIN"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CARD-STATUS.

           SELECT STORED-PIECE ASSIGN DYNAMIC WS-STORED-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STORED-STATUS.

           SELECT RETURN-PIECE ASSIGN DYNAMIC WS-RETURN-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RETURN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LIB-INDEX.
           COPY LIBREC.

       FD RTV-CARDS.
       01 RTV-CARD.
      *    One card per lost file: the run number, zero padded the
      *    way the audit record and the piece's name show it, and
      *    the requester asking for it - the stored copy only goes
      *    back to the requester it was delivered to.  The copy is
      *    put down as RPT.<run> in the directory keyed, or in the
      *    working directory when none is.
           05 RTV-RUN-NUMBER    PIC 9(08).
           05 FILLER            PIC X(01).
           05 RTV-USER-ID       PIC X(08).
           05 FILLER            PIC X(01).
           05 RTV-DEST-DIR      PIC X(40).
           05 RTV-RESERVED      PIC X(22).

       FD STORED-PIECE.
       01 STORED-LINE       PIC X(132).

       FD RETURN-PIECE.
       01 RETURN-LINE       PIC X(132).

       WORKING-STORAGE SECTION.
       01 LIB-STATUS           PIC X(02).
       01 LIB-STATUS-NUM       REDEFINES LIB-STATUS PIC 99.
       01 CARD-STATUS          PIC X(02).
       01 CARD-STATUS-NUM      REDEFINES CARD-STATUS PIC 99.
       01 STORED-STATUS        PIC X(02).
       01 STORED-STATUS-NUM    REDEFINES STORED-STATUS PIC 99.
       01 RETURN-STATUS        PIC X(02).

       01 WS-STORED-NAME       PIC X(40).
       01 WS-RETURN-NAME       PIC X(64).
       01 WS-RUN-TRIM          PIC X(20).
       01 WS-LINES-RETURNED    PIC 9(08).
       01 WS-ANSWER            PIC X(40).

       01 ENTRY-FOUND-SW       PIC X(01).
          88 ENTRY-FOUND                 VALUE 'Y'.
          88 ENTRY-NOT-FOUND             VALUE 'N'.

       01 CNT-RETURNED         PIC 9(04) VALUE ZERO.
       01 CNT-EXPIRED          PIC 9(04) VALUE ZERO.
       01 CNT-REFUSED          PIC 9(04) VALUE ZERO.
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

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
      *    Batch retrieval from the deliverable library.  Each
      *    LIBRTVIN card asks for one run's piece back; it is
      *    answered on the listing with what was done about it -
      *    returned, expired (the purge has been, so the range has
      *    to be rerun through FBRERUN), not in the library, or not
      *    the card's requester's to have.  Reads the library only;
      *    nothing on LIBINDEX is changed.  The web path's MODE=FETCH
      *    answers the same question for one run.
           OPEN INPUT RTV-CARDS.
           IF CARD-STATUS-NUM NOT = 00 THEN
             DISPLAY "FBLIBRTV: NO LIBRTVIN ON HAND - NOTHING "
               "RETRIEVED"
             GOBACK
           END-IF.

           OPEN INPUT LIB-INDEX.
           IF LIB-STATUS-NUM NOT = 00 THEN
             DISPLAY "FBLIBRTV: LIBINDEX WOULD NOT OPEN, STATUS "
               LIB-STATUS " - NOTHING RETRIEVED"
             CLOSE RTV-CARDS
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.

           DISPLAY "FBLIBRTV: DELIVERABLE LIBRARY RETRIEVALS".

           PERFORM 1000-READ-ONE-CARD THRU 1000Z
             UNTIL CARD-STATUS-NUM > 9.

           CLOSE LIB-INDEX.
           CLOSE RTV-CARDS.

           MOVE CNT-RETURNED TO WS-TRIM-SOURCE.
           PERFORM U09A-DE-EDIT-NUMBER THRU U09AZ.
           MOVE WS-TRIM-RESULT TO WS-COUNT-A-TRIM.
           MOVE CNT-EXPIRED TO WS-TRIM-SOURCE.
           PERFORM U09A-DE-EDIT-NUMBER THRU U09AZ.
           MOVE WS-TRIM-RESULT TO WS-COUNT-B-TRIM.
           MOVE CNT-REFUSED TO WS-TRIM-SOURCE.
           PERFORM U09A-DE-EDIT-NUMBER THRU U09AZ.
           MOVE WS-TRIM-RESULT TO WS-COUNT-C-TRIM.
           MOVE SPACES TO WS-SUMMARY-LINE.
           STRING "FBLIBRTV: " DELIMITED BY SIZE
             WS-COUNT-A-TRIM DELIMITED BY SPACE
             " RETURNED, " DELIMITED BY SIZE
             WS-COUNT-B-TRIM DELIMITED BY SPACE
             " EXPIRED, " DELIMITED BY SIZE
             WS-COUNT-C-TRIM DELIMITED BY SPACE
             " REFUSED" DELIMITED BY SIZE
             INTO WS-SUMMARY-LINE.
           DISPLAY WS-SUMMARY-LINE.
      *    A card not served is a requester still without their file
      *    - worth a look, not a failed step.
           IF CNT-EXPIRED > ZERO OR CNT-REFUSED > ZERO THEN
             MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       1000-READ-ONE-CARD SECTION.
           READ RTV-CARDS
             AT END
               MOVE 10 TO CARD-STATUS-NUM
             NOT AT END
               PERFORM 2000-ANSWER-ONE-CARD THRU 2000Z
           END-READ.

       1000Z.
           EXIT.

       2000-ANSWER-ONE-CARD SECTION.
           SET ENTRY-NOT-FOUND TO TRUE.
           MOVE SPACES TO WS-RUN-TRIM.
           IF RTV-RUN-NUMBER IS NUMERIC THEN
             MOVE RTV-RUN-NUMBER TO WS-TRIM-SOURCE
             PERFORM U09A-DE-EDIT-NUMBER THRU U09AZ
             MOVE WS-TRIM-RESULT TO WS-RUN-TRIM
             MOVE RTV-RUN-NUMBER TO LIB-RUN-NUMBER
             READ LIB-INDEX
               KEY IS LIB-RUN-NUMBER
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 SET ENTRY-FOUND TO TRUE
             END-READ
           END-IF.

      *    Ownership is checked before anything else is said about
      *    the entry, so one requester cannot learn what another
      *    had delivered by trying run numbers.
           EVALUATE TRUE
             WHEN RTV-RUN-NUMBER NOT NUMERIC
               MOVE "RUN NUMBER NOT NUMERIC" TO WS-ANSWER
               ADD 1 TO CNT-REFUSED
             WHEN RTV-USER-ID = SPACES
               MOVE "NO REQUESTER ON THE CARD" TO WS-ANSWER
               ADD 1 TO CNT-REFUSED
             WHEN ENTRY-NOT-FOUND
               MOVE "NOT IN THE LIBRARY" TO WS-ANSWER
               ADD 1 TO CNT-REFUSED
             WHEN LIB-USER-ID NOT = RTV-USER-ID
               MOVE "NOT DELIVERED TO THIS REQUESTER" TO WS-ANSWER
               ADD 1 TO CNT-REFUSED
             WHEN LIB-PURGED
               MOVE "EXPIRED - RERUN REQUIRED" TO WS-ANSWER
               ADD 1 TO CNT-EXPIRED
             WHEN OTHER
               PERFORM 2100-RETURN-STORED-COPY THRU 2100Z
           END-EVALUATE.

           DISPLAY "FBLIBRTV: RUN " RTV-RUN-NUMBER " USER "
             RTV-USER-ID " - " WS-ANSWER.
           IF ENTRY-FOUND AND LIB-USER-ID = RTV-USER-ID THEN
             IF LIB-PURGED THEN
               DISPLAY "          KEPT TO " LIB-RETAIN-UNTIL
                 ", PURGED " LIB-PURGED-DATE
             ELSE
               DISPLAY "          FILED " LIB-FILED-DATE
                 " KEPT TO " LIB-RETAIN-UNTIL " AS "
                 WS-RETURN-NAME
             END-IF
           END-IF.

       2000Z.
           EXIT.

       2100-RETURN-STORED-COPY SECTION.
      *    Laid down line for line from the stored copy, so a copy
      *    gone missing from under its entry and a destination that
      *    will not open each get their own answer.
           MOVE LIB-STORED-NAME TO WS-STORED-NAME.
           MOVE SPACES TO WS-RETURN-NAME.
           IF RTV-DEST-DIR = SPACES THEN
             STRING "RPT." DELIMITED BY SIZE
               WS-RUN-TRIM DELIMITED BY SPACE
               INTO WS-RETURN-NAME
           ELSE
             STRING RTV-DEST-DIR DELIMITED BY SPACE
               "/RPT." DELIMITED BY SIZE
               WS-RUN-TRIM DELIMITED BY SPACE
               INTO WS-RETURN-NAME
           END-IF.

           OPEN INPUT STORED-PIECE.
           IF STORED-STATUS-NUM NOT = 00 THEN
             MOVE "STORED COPY MISSING - RERUN REQUIRED" TO WS-ANSWER
             ADD 1 TO CNT-EXPIRED
           ELSE
             OPEN OUTPUT RETURN-PIECE
             IF RETURN-STATUS NOT = "00" THEN
               MOVE SPACES TO WS-ANSWER
               STRING "COULD NOT OPEN DESTINATION (STATUS "
                   DELIMITED BY SIZE
                 RETURN-STATUS DELIMITED BY SIZE
                 ")" DELIMITED BY SIZE
                 INTO WS-ANSWER
               ADD 1 TO CNT-REFUSED
             ELSE
               MOVE ZERO TO WS-LINES-RETURNED
               PERFORM 2110-COPY-ONE-LINE THRU 2110Z
                 UNTIL STORED-STATUS-NUM > 9
               CLOSE RETURN-PIECE
               MOVE "RETURNED" TO WS-ANSWER
               ADD 1 TO CNT-RETURNED
             END-IF
             CLOSE STORED-PIECE
           END-IF.

       2100Z.
           EXIT.

       2110-COPY-ONE-LINE SECTION.
           READ STORED-PIECE
             AT END
               MOVE 10 TO STORED-STATUS-NUM
             NOT AT END
               MOVE STORED-LINE TO RETURN-LINE
               WRITE RETURN-LINE
               ADD 1 TO WS-LINES-RETURNED
           END-READ.

       2110Z.
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

       END PROGRAM FBLIBRTV.
