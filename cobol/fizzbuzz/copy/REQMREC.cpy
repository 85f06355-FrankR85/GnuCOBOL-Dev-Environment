      *================================================================
      *  REQMREC - shared record layout for REQMAST, the requester
      *  and department master.  Two kinds of entry share the one
      *  indexed file, told apart by the first byte of the key: a
      *  user entry (U) names a requester who may submit ranges and
      *  the department their consumption is charged to; a
      *  department entry (D) carries that department's monthly
      *  iteration budget.  The intake edits (FIZZBUZZ's 2900-EDIT-
      *  REQUEST and FBSPLIT ahead of dealing the window) turn away
      *  unknown and inactive requesters and any request that would
      *  take its department past budget, so a typo no longer opens
      *  a phantom department in the chargeback.  Maintained by
      *  FBREQMT; read by FIZZBUZZ and FBSPLIT.
      *================================================================
       01 REQM-RECORD.
           05 REQM-KEY.
              10 REQM-KEY-TYPE      PIC X(01).
                 88 REQM-USER-ENTRY        VALUE 'U'.
                 88 REQM-DEPT-ENTRY        VALUE 'D'.
              10 REQM-KEY-CODE      PIC X(08).
      *    An inactive user may not submit; an inactive department
      *    turns away every one of its users, whatever their own
      *    switch says - the quick way to freeze a cost centre.
           05 REQM-ACTIVE-SW     PIC X(01).
              88 REQM-ACTIVE              VALUE 'Y'.
              88 REQM-INACTIVE            VALUE 'N'.
           05 REQM-DETAIL        PIC X(28).
           05 REQM-USER-DETAIL REDEFINES REQM-DETAIL.
              10 REQM-USER-DEPT     PIC X(08).
              10 REQM-USER-NAME     PIC X(20).
      *    Iterations the department may consume in one calendar
      *    month, counted the way the chargeback counts them.  Zero
      *    is no ceiling - a department on the master for its users'
      *    sake but not yet given a budget is not frozen by default.
           05 REQM-DEPT-DETAIL REDEFINES REQM-DETAIL.
              10 REQM-DEPT-BUDGET   PIC 9(20).
              10 FILLER             PIC X(08).
           05 REQM-UPD-DATE      PIC 9(08).
           05 REQM-UPD-USER      PIC X(08).
           05 REQM-RESERVED      PIC X(20).
