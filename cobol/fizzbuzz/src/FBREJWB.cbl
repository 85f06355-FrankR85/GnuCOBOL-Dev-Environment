          88 WB-DETAIL-NONE             VALUE "NONE".
       01 WB-DETAIL-SUPPLIED-SW PIC X(01).
          88 WB-DETAIL-SUPPLIED         VALUE 'Y'.
       01 WB-NEEDBY-VALUE      PIC 9(12).
       01 WB-NEEDBY-PARTS      REDEFINES WB-NEEDBY-VALUE.
           05 WB-NEEDBY-YEAR    PIC 9(04).
           05 WB-NEEDBY-MONTH   PIC 9(02).
           05 WB-NEEDBY-DAY     PIC 9(02).
           05 WB-NEEDBY-HOUR    PIC 9(02).
           05 WB-NEEDBY-MINUTE  PIC 9(02).
       01 WB-NEEDBY-RAW        PIC X(20).
       01 WB-NEEDBY-SUPPLIED-SW PIC X(01).
          88 WB-NEEDBY-SUPPLIED         VALUE 'Y'.
      *    The length of the NEEDBY= month, leap years respected, so
      *    a deadline on a day the month does not have is refused.
       01 WS-MONTH-LENGTH      PIC 9(02).
       01 WS-LEAP-REM4         PIC 9(04).
       01 WS-LEAP-REM100       PIC 9(04).
       01 WS-LEAP-REM400       PIC 9(04).
       01 WS-LEAP-QUOT         PIC 9(04).
       01 MONTH-DAYS-TABLE.
           05 FILLER PIC X(24) VALUE "312831303130313130313031".
       01 MONTH-DAYS REDEFINES MONTH-DAYS-TABLE.
           05 MONTH-DAY-COUNT   PIC 9(02) OCCURS 12 TIMES.
       01 EDIT-NUMERIC-TEST     PIC X(20).
       01 EDIT-NUMERIC-SW       PIC X(01).
          88 EDIT-FIELD-NUMERIC           VALUE 'Y'.
                 WS-REASON-TEXT
             WHEN "08"
               MOVE "MASTER PAST THE SPLIT TABLE" TO WS-REASON-TEXT
             WHEN "10"
               MOVE "REQUESTER NOT ON THE MASTER" TO WS-REASON-TEXT
             WHEN "11"
               MOVE "REQUESTER OR DEPARTMENT INACTIVE" TO
                 WS-REASON-TEXT
             WHEN "12"
               MOVE "DEPT NOT THE REQUESTER'S OWN" TO WS-REASON-TEXT
             WHEN "13"
               MOVE "DEPARTMENT MONTHLY BUDGET EXCEEDED" TO
                 WS-REASON-TEXT
             WHEN "14"
               MOVE "RULE SET VERSION NOT ON HAND" TO WS-REASON-TEXT
             WHEN "15"
               MOVE "NEEDBY NOT A REAL YYYYMMDDHHMM" TO WS-REASON-TEXT
             WHEN "16"
               MOVE "LINE TOO LONG TO QUEUE WITH ITS TICKET" TO
                 WS-REASON-TEXT
             WHEN "17"
               MOVE "RESUME NAMES NO RELEASED HOLD" TO WS-REASON-TEXT
             WHEN OTHER
               MOVE "REASON CODE NOT RECOGNIZED" TO WS-REASON-TEXT
           END-EVALUATE.
             END-IF
           END-IF.

           IF WB-NEEDBY-SUPPLIED THEN
             MOVE WB-NEEDBY-RAW TO EDIT-NUMERIC-TEST
             PERFORM 6200-TEST-FIELD-NUMERIC THRU 6200Z
             PERFORM U21-NEEDBY-MONTH-LENGTH THRU U21Z
             EVALUATE TRUE
               WHEN EDIT-FIELD-NOT-NUMERIC
               WHEN WB-NEEDBY-RAW(12:1) = SPACE
               WHEN WB-NEEDBY-RAW(13:) NOT = SPACES
               WHEN WB-NEEDBY-MONTH < 1 OR WB-NEEDBY-MONTH > 12
               WHEN WB-NEEDBY-DAY < 1
               WHEN WB-NEEDBY-DAY > WS-MONTH-LENGTH
               WHEN WB-NEEDBY-HOUR > 23
               WHEN WB-NEEDBY-MINUTE > 59
                 SET CORRECTED-REFUSED TO TRUE
                 MOVE "NEEDBY NOT A REAL YYYYMMDDHHMM" TO
                   WS-REFUSE-TEXT
               WHEN OTHER
                 CONTINUE
             END-EVALUATE
           END-IF.

      *    The range compare only means anything once every numeric
      *    edit above has passed, exactly as in the run itself -
      *    START above END is a countdown range now, and only a
             WB-END-SUPPLIED-SW WB-START-SUPPLIED-SW
             WB-STEP-SUPPLIED-SW WB-FORMAT-SUPPLIED-SW
             WB-DIRECTION-RAW WB-DIRECTION-SUPPLIED-SW
             WB-DETAIL-CODE WB-DETAIL-SUPPLIED-SW
             WB-NEEDBY-RAW WB-NEEDBY-SUPPLIED-SW.
           MOVE ZERO TO WB-NEEDBY-VALUE.

           MOVE SPACES TO WS-PAIR-BUFFER.
           MOVE FIX-TBL-LINE(WS-MATCH-IDX) TO WS-PAIR-BUFFER.
               UNSTRING PARAMETER-VALUE
                 DELIMITED BY SPACE
                 INTO WB-DETAIL-CODE
             WHEN "NEEDBY"
               MOVE PARAMETER-VALUE TO WB-NEEDBY-RAW
               SET WB-NEEDBY-SUPPLIED TO TRUE
               UNSTRING PARAMETER-VALUE
                 DELIMITED BY SPACE
                 INTO WB-NEEDBY-VALUE
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
       U01AZ.
           EXIT.

       U21-NEEDBY-MONTH-LENGTH SECTION.
      *    WS-MONTH-LENGTH becomes the number of days in the NEEDBY=
      *    month - February gets its twenty-ninth when the year
      *    divides by four but not by one hundred, unless by four
      *    hundred.  A month that is not a real one is left at 31;
      *    the edit refuses it on its own account.
           MOVE 31 TO WS-MONTH-LENGTH.
           IF WB-NEEDBY-YEAR IS NUMERIC
              AND WB-NEEDBY-MONTH IS NUMERIC
              AND WB-NEEDBY-MONTH >= 1
              AND WB-NEEDBY-MONTH <= 12 THEN
             MOVE MONTH-DAY-COUNT(WB-NEEDBY-MONTH)
               TO WS-MONTH-LENGTH
             IF WB-NEEDBY-MONTH = 2 THEN
               PERFORM U21A-ADD-LEAP-DAY-IF-DUE THRU U21AZ
             END-IF
           END-IF.

       U21Z.
           EXIT.

       U21A-ADD-LEAP-DAY-IF-DUE SECTION.
           DIVIDE WB-NEEDBY-YEAR BY 4 GIVING WS-LEAP-QUOT
             REMAINDER WS-LEAP-REM4.
           DIVIDE WB-NEEDBY-YEAR BY 100 GIVING WS-LEAP-QUOT
             REMAINDER WS-LEAP-REM100.
           DIVIDE WB-NEEDBY-YEAR BY 400 GIVING WS-LEAP-QUOT
             REMAINDER WS-LEAP-REM400.
           IF WS-LEAP-REM4 = ZERO
              AND (WS-LEAP-REM100 NOT = ZERO
                   OR WS-LEAP-REM400 = ZERO) THEN
             MOVE 29 TO WS-MONTH-LENGTH
           END-IF.

       U21AZ.
           EXIT.

       U09A-DE-EDIT-NUMBER SECTION.
      *    Turns WS-TRIM-SOURCE into WS-TRIM-RESULT - the same digits
      *    with the leading zeros a PIC 9 DISPLAY field is stored with
