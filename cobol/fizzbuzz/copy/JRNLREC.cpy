              88 JRNL-RULE-NOW-ON-FILE    VALUE 'Y'.
              88 JRNL-RULE-NOW-ABSENT     VALUE 'N'.
           05 JRNL-AFTER-IMAGE   PIC X(45).
      *    The rule-set version the approval run that made this
      *    change drew from RULEVER - every change one run applies
      *    shares it.  Carved out of what used to be the leading
      *    bytes of JRNL-RESERVED so the record length is unchanged;
      *    blank on records journaled before versions existed, which
      *    FBRULPIT treats as version zero.
           05 JRNL-RULESET-VERSION PIC 9(06).
           05 JRNL-RESERVED      PIC X(04).
