      *  position and zero padded so the stream merge (FBMERGE) and
      *  the reconciliation pass (FBRECON) can read a section's facts
      *  straight off the banner instead of parsing format-shaped
      *  report text.  Shared by FIZZBUZZ (writer), FBMERGE, FBRECON,
      *  FBDIST, FBRUNCMP and FBSWEEP (readers).
      *================================================================
       01 RANGE-BANNER-RECORD.
           05 BNR-STAMP          PIC X(08).
      *    written before requester identity was carried.
              10 BNR-USER-ID        PIC X(08).
              10 BNR-DEPT-CODE      PIC X(08).
      *    The rule-set version the section was produced under, so
      *    FBRECON can re-derive it from those rules rather than
      *    today's.  Carved from the begin filler the same way -
      *    blank on sections written before versions existed.
              10 BNR-RULESET-VERSION PIC 9(06).
      *    P when the section ran under the point-in-time rebuild in
      *    RULESPIT (a RULESET= rerun), C under RULESFILE itself.
              10 BNR-RULES-SOURCE   PIC X(01).
                 88 BNR-REBUILT-RULES       VALUE 'P'.
      *    The NEEDBY= deadline, YYYYMMDDHHMM, so FBDIST can log each
      *    delivery against what was promised.  Zero when none was
      *    keyed; blank on sections written before it was carried.
              10 BNR-NEEDED-BY      PIC 9(12).
              10 FILLER             PIC X(11).
           05 BNR-END-DETAIL REDEFINES BNR-DETAIL.
              10 BNR-CNT-TOTAL      PIC 9(10).
              10 BNR-CNT-FIZZ       PIC 9(10).
              10 BNR-CNT-FIZZBUZZ   PIC 9(10).
              10 BNR-CNT-PLAIN      PIC 9(10).
              10 BNR-CNT-OTHER      PIC 9(10).
      *    How the section closed.  Blank when the range ran to its
      *    end; C when an operator CANCEL stopped it, H when an
      *    operator HOLD parked it for a later window to resume.
      *    Either way the section is closed on purpose - the merge,
      *    the restart salvage and the sweep take it as finished,
      *    and the reconciliation and distribution passes report it
      *    as the operator's doing rather than as an exception.
              10 BNR-CLOSE-CODE     PIC X(01).
                 88 BNR-CLOSED-COMPLETE     VALUE SPACE.
                 88 BNR-CLOSED-CANCELLED    VALUE 'C'.
                 88 BNR-CLOSED-HELD         VALUE 'H'.
              10 FILLER             PIC X(39).
