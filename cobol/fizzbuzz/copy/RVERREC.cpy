      *================================================================
      *  RVERREC - shared record layout for the rule-set version
      *  control files.  RULEVER holds the single version number of
      *  the rule set RULESFILE holds today: FBRULEAP draws the next
      *  number once per approval run that applies anything, stamps
      *  it on every journal record that run writes and rewrites
      *  RULEVER; FIZZBUZZ carries it onto every audit record and
      *  begin banner so a disputed REPORTOUT can be tied back to
      *  the rules that produced it.  No RULEVER on file is version
      *  zero - the rule set as it stood before versions existed.
      *
      *  RULPITVR has the same layout and names the version (and
      *  the date its effective windows are judged on) that the
      *  point-in-time rebuild FBRULPIT last laid down in RULESPIT,
      *  so FIZZBUZZ and FBRECON can tell whether the rebuilt rule
      *  set on hand is the one a run actually used.
      *================================================================
       01 RVER-RECORD.
           05 RVER-VERSION       PIC 9(06).
      *    RULEVER: when the version was approved.  RULPITVR: the
      *    date the rebuilt rules' effective windows are judged on -
      *    the original run's date, not the rerun's.
           05 RVER-DATE          PIC 9(08).
           05 RVER-TIME          PIC 9(08).
      *    RULEVER: who signed the change list off.  RULPITVR: blank.
           05 RVER-APPROVER      PIC X(08).
           05 RVER-RESERVED      PIC X(50).
