       IDENTIFICATION DIVISION.
       PROGRAM-ID. FBREQMT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQ-MASTER ASSIGN TO "REQMAST"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REQM-KEY
           FILE STATUS IS REQM-STATUS.

           SELECT REQ-MAINT ASSIGN TO "REQMTIN"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MAINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD REQ-MASTER.
           COPY REQMREC.

       FD REQ-MAINT.
       01 MAINT-RECORD.
      *    ADD, CHANGE, DISABLE or ENABLE against one entry - type U
      *    for a requester, D for a department.  A requester's ADD
      *    names the department it charges to; a department's ADD
      *    or CHANGE names its monthly budget.  CHANGE leaves any
      *    field keyed blank (or a budget keyed non-numeric) as it
      *    stood.
           05 MAINT-ACTION      PIC X(08).
           05 MAINT-TYPE        PIC X(01).
           05 MAINT-CODE        PIC X(08).
           05 MAINT-DEPT        PIC X(08).
           05 MAINT-BUDGET      PIC 9(20).
           05 MAINT-NAME        PIC X(20).
           05 MAINT-USER        PIC X(08).
           05 MAINT-RESERVED    PIC X(07).

       WORKING-STORAGE SECTION.
       01 REQM-STATUS          PIC X(02).
       01 REQM-STATUS-NUM      REDEFINES REQM-STATUS PIC 99.
       01 MAINT-STATUS         PIC X(02).
       01 MAINT-STATUS-NUM     REDEFINES MAINT-STATUS PIC 99.

       01 ENTRY-FOUND-SW       PIC X(01).
          88 ENTRY-FOUND                 VALUE 'Y'.
          88 ENTRY-NOT-FOUND             VALUE 'N'.
       01 DEPT-ON-FILE-SW      PIC X(01).
          88 DEPT-ON-FILE                VALUE 'Y'.
          88 DEPT-NOT-ON-FILE            VALUE 'N'.

      *    The card's own key, held apart from the record area - the
      *    department check on a requester's ADD or CHANGE reads the
      *    master under a different key and would otherwise leave
      *    the wrong entry sitting in the record.
       01 WS-MAINT-KEY.
           05 WS-MAINT-KEY-TYPE PIC X(01).
           05 WS-MAINT-KEY-CODE PIC X(08).
       01 WS-BEFORE-IMAGE      PIC X(74).

       01 CNT-APPLIED          PIC 9(04) VALUE ZERO.
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
       01 WS-SUMMARY-LINE       PIC X(80).

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
      *    Maintenance of the requester and department master.  Each
      *    REQMTIN card is checked against REQMAST as it stands and
      *    applied straight away, with a proof line DISPLAYed for
      *    every change showing the entry before and after - the
      *    listing is the record of who was let in, frozen or given
      *    what budget.  A requester can only be pointed at a
      *    department already on the master, so the phantom
      *    departments a mistyped DEPT= used to open in the
      *    chargeback cannot be created from here either.  Run
      *    offline, between windows, the same way rules maintenance
      *    is - this is not a CGI-reachable program.
           OPEN INPUT REQ-MAINT.
           IF MAINT-STATUS-NUM NOT = 00 THEN
             DISPLAY "FBREQMT: NO REQMTIN ON HAND - NOTHING APPLIED"
             GOBACK
           END-IF.

           OPEN I-O REQ-MASTER.
           IF REQM-STATUS-NUM = 35 THEN
             CLOSE REQ-MASTER
             OPEN OUTPUT REQ-MASTER
             CLOSE REQ-MASTER
             OPEN I-O REQ-MASTER
           END-IF.

           DISPLAY "FBREQMT: REQUESTER MASTER CHANGES APPLIED".

           PERFORM 1000-MAINTAIN-ONE-CARD THRU 1000Z
             UNTIL MAINT-STATUS-NUM > 9.

           CLOSE REQ-MASTER.
           CLOSE REQ-MAINT.

           MOVE CNT-APPLIED TO WS-TRIM-SOURCE.
           PERFORM U09A-DE-EDIT-NUMBER THRU U09AZ.
           MOVE WS-TRIM-RESULT TO WS-COUNT-A-TRIM.
           MOVE CNT-REFUSED TO WS-TRIM-SOURCE.
           PERFORM U09A-DE-EDIT-NUMBER THRU U09AZ.
           MOVE WS-TRIM-RESULT TO WS-COUNT-B-TRIM.
           MOVE SPACES TO WS-SUMMARY-LINE.
           STRING "FBREQMT: " DELIMITED BY SIZE
             WS-COUNT-A-TRIM DELIMITED BY SPACE
             " APPLIED, " DELIMITED BY SIZE
             WS-COUNT-B-TRIM DELIMITED BY SPACE
             " REFUSED" DELIMITED BY SIZE
             INTO WS-SUMMARY-LINE.
           DISPLAY WS-SUMMARY-LINE.
           IF CNT-REFUSED > ZERO THEN
             MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       1000-MAINTAIN-ONE-CARD SECTION.
           READ REQ-MAINT
             AT END
               MOVE 10 TO MAINT-STATUS-NUM
             NOT AT END
               PERFORM 2000-APPLY-ONE-CARD THRU 2000Z
           END-READ.

       1000Z.
           EXIT.

       2000-APPLY-ONE-CARD SECTION.
           IF MAINT-TYPE NOT = "U" AND MAINT-TYPE NOT = "D" THEN
             DISPLAY "FBREQMT: ENTRY TYPE MUST BE U OR D - "
               MAINT-TYPE " " MAINT-CODE
             ADD 1 TO CNT-REFUSED
           ELSE
             IF MAINT-CODE = SPACES THEN
               DISPLAY "FBREQMT: NO CODE ON " MAINT-ACTION " CARD"
               ADD 1 TO CNT-REFUSED
             ELSE
               PERFORM 2050-APPLY-KEYED-CARD THRU 2050Z
             END-IF
           END-IF.

       2000Z.
           EXIT.

       2050-APPLY-KEYED-CARD SECTION.
           MOVE MAINT-TYPE TO WS-MAINT-KEY-TYPE.
           MOVE MAINT-CODE TO WS-MAINT-KEY-CODE.
           PERFORM 2400-READ-ENTRY-BY-KEY THRU 2400Z.
           IF ENTRY-FOUND THEN
             MOVE REQM-RECORD TO WS-BEFORE-IMAGE
           ELSE
             MOVE SPACES TO WS-BEFORE-IMAGE
           END-IF.

           EVALUATE MAINT-ACTION
             WHEN "ADD"
               PERFORM 2100-APPLY-ADD THRU 2100Z
             WHEN "CHANGE"
               PERFORM 2200-APPLY-CHANGE THRU 2200Z
             WHEN "DISABLE"
               PERFORM 2300-APPLY-ACTIVE-SWITCH THRU 2300Z
             WHEN "ENABLE"
               PERFORM 2300-APPLY-ACTIVE-SWITCH THRU 2300Z
             WHEN OTHER
               DISPLAY "FBREQMT: UNKNOWN ACTION - " MAINT-ACTION
               ADD 1 TO CNT-REFUSED
           END-EVALUATE.

       2050Z.
           EXIT.

       2100-APPLY-ADD SECTION.
      *    A new entry comes on file active.  A requester must name a
      *    department already on the master; a department keyed
      *    without a usable budget comes on with no ceiling.
           SET DEPT-ON-FILE TO TRUE.
           IF MAINT-TYPE = "U" AND ENTRY-NOT-FOUND THEN
             PERFORM 2500-CHECK-DEPT-ON-FILE THRU 2500Z
           END-IF.

           EVALUATE TRUE
             WHEN ENTRY-FOUND
               DISPLAY "FBREQMT: ALREADY ON FILE - REFUSING ADD FOR "
                 MAINT-TYPE " " MAINT-CODE
               ADD 1 TO CNT-REFUSED
             WHEN DEPT-NOT-ON-FILE
               DISPLAY "FBREQMT: DEPARTMENT " MAINT-DEPT
                 " NOT ON THE MASTER - REFUSING ADD FOR "
                 MAINT-CODE
               ADD 1 TO CNT-REFUSED
             WHEN OTHER
               MOVE SPACES TO REQM-RECORD
               MOVE WS-MAINT-KEY TO REQM-KEY
               SET REQM-ACTIVE TO TRUE
               IF REQM-USER-ENTRY THEN
                 MOVE MAINT-DEPT TO REQM-USER-DEPT
                 MOVE MAINT-NAME TO REQM-USER-NAME
               ELSE
                 IF MAINT-BUDGET IS NUMERIC THEN
                   MOVE MAINT-BUDGET TO REQM-DEPT-BUDGET
                 ELSE
                   MOVE ZERO TO REQM-DEPT-BUDGET
                 END-IF
               END-IF
               PERFORM 2600-STAMP-AND-WRITE THRU 2600Z
           END-EVALUATE.

       2100Z.
           EXIT.

       2200-APPLY-CHANGE SECTION.
      *    Moves a requester to another department (which must be on
      *    the master) or renames them, or resets a department's
      *    budget.  The active switch is DISABLE/ENABLE's business.
      *    The department check reads the master under the
      *    department's key, so the requester's own entry is fetched
      *    back before it is changed.
           SET DEPT-ON-FILE TO TRUE.
           IF MAINT-TYPE = "U" AND ENTRY-FOUND
              AND MAINT-DEPT NOT = SPACES THEN
             PERFORM 2500-CHECK-DEPT-ON-FILE THRU 2500Z
             PERFORM 2400-READ-ENTRY-BY-KEY THRU 2400Z
           END-IF.

           EVALUATE TRUE
             WHEN ENTRY-NOT-FOUND
               DISPLAY "FBREQMT: NOT ON FILE - REFUSING CHANGE FOR "
                 MAINT-TYPE " " MAINT-CODE
               ADD 1 TO CNT-REFUSED
             WHEN DEPT-NOT-ON-FILE
               DISPLAY "FBREQMT: DEPARTMENT " MAINT-DEPT
                 " NOT ON THE MASTER - REFUSING CHANGE FOR "
                 MAINT-CODE
               ADD 1 TO CNT-REFUSED
             WHEN OTHER
               IF REQM-USER-ENTRY THEN
                 IF MAINT-DEPT NOT = SPACES THEN
                   MOVE MAINT-DEPT TO REQM-USER-DEPT
                 END-IF
                 IF MAINT-NAME NOT = SPACES THEN
                   MOVE MAINT-NAME TO REQM-USER-NAME
                 END-IF
               ELSE
                 IF MAINT-BUDGET IS NUMERIC THEN
                   MOVE MAINT-BUDGET TO REQM-DEPT-BUDGET
                 END-IF
               END-IF
               PERFORM 2600-STAMP-AND-WRITE THRU 2600Z
           END-EVALUATE.

       2200Z.
           EXIT.

       2300-APPLY-ACTIVE-SWITCH SECTION.
           IF ENTRY-NOT-FOUND THEN
             DISPLAY "FBREQMT: NOT ON FILE - REFUSING " MAINT-ACTION
               " FOR " MAINT-TYPE " " MAINT-CODE
             ADD 1 TO CNT-REFUSED
           ELSE
             IF MAINT-ACTION = "DISABLE" THEN
               SET REQM-INACTIVE TO TRUE
             ELSE
               SET REQM-ACTIVE TO TRUE
             END-IF
             PERFORM 2600-STAMP-AND-WRITE THRU 2600Z
           END-IF.

       2300Z.
           EXIT.

       2400-READ-ENTRY-BY-KEY SECTION.
           SET ENTRY-NOT-FOUND TO TRUE.
           MOVE WS-MAINT-KEY TO REQM-KEY.
           READ REQ-MASTER
             KEY IS REQM-KEY
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               SET ENTRY-FOUND TO TRUE
           END-READ.

       2400Z.
           EXIT.

       2500-CHECK-DEPT-ON-FILE SECTION.
      *    Only the department's presence is checked, not its active
      *    switch - a requester may be filed against a frozen
      *    department ahead of its thaw; the intake edit is what
      *    turns their requests away meanwhile.
           SET DEPT-NOT-ON-FILE TO TRUE.
           IF MAINT-DEPT NOT = SPACES THEN
             MOVE "D" TO REQM-KEY-TYPE
             MOVE MAINT-DEPT TO REQM-KEY-CODE
             READ REQ-MASTER
               KEY IS REQM-KEY
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 SET DEPT-ON-FILE TO TRUE
             END-READ
           END-IF.

       2500Z.
           EXIT.

       2600-STAMP-AND-WRITE SECTION.
      *    WRITE for a new entry, REWRITE for one already on file -
      *    and the proof lines for whoever signs the listing off.
           ACCEPT REQM-UPD-DATE FROM DATE YYYYMMDD.
           MOVE MAINT-USER TO REQM-UPD-USER.
           IF ENTRY-FOUND THEN
             REWRITE REQM-RECORD
           ELSE
             WRITE REQM-RECORD
           END-IF.

           IF REQM-STATUS-NUM > 9 THEN
             DISPLAY "FBREQMT: REQMAST WRITE FAILED, STATUS "
               REQM-STATUS " - " MAINT-ACTION " FOR "
               MAINT-TYPE " " MAINT-CODE
             ADD 1 TO CNT-REFUSED
           ELSE
             ADD 1 TO CNT-APPLIED
             DISPLAY "FBREQMT: " MAINT-ACTION " " MAINT-TYPE " "
               MAINT-CODE " BY " MAINT-USER
             IF WS-BEFORE-IMAGE = SPACES THEN
               DISPLAY "          BEFORE: (NOT ON FILE)"
             ELSE
               DISPLAY "          BEFORE: " WS-BEFORE-IMAGE
             END-IF
             DISPLAY "          AFTER:  " REQM-RECORD
           END-IF.

       2600Z.
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

       END PROGRAM FBREQMT.
