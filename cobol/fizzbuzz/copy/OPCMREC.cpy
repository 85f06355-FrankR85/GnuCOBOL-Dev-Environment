      *================================================================
      *  OPCMREC - shared record layout for OPERCMD, the operator's
      *  command deck for stopping a range short of killing it.  One
      *  card per command: HOLD, RELEASE or CANCEL, against a run
      *  number (RUN) or a master BATCHIN sequence (SEQ), both keyed
      *  zero padded the way the banners and audit record show them.
      *  The last card for a target is the one that counts.
      *
      *  The batch driver reads the deck each time it saves a
      *  checkpoint and before it starts each line: HOLD parks the
      *  request on PARKFILE (a run in flight keeps its checkpoint)
      *  for a later window to resume, CANCEL closes it out marked
      *  cancelled.  FBSCHED reads the deck when it opens the next
      *  window - RELEASE stages a held request back into BATCHIN,
      *  CANCEL retires it - and then deletes the deck, so a card
      *  never carries over into a window nobody keyed it for.
      *
      *  A window id, when keyed, confines the card to that window:
      *  to the window running for a request in flight or still
      *  queued, and to the window that held it for a request on
      *  PARKFILE.  A sequence only means anything inside one window,
      *  so a SEQ card against a held request has to name the window
      *  it was held in.  Blank applies wherever the target matches.
      *  Shared by FIZZBUZZ and FBSCHED (readers).
      *================================================================
       01 OPER-COMMAND-RECORD.
           05 OPCM-VERB          PIC X(08).
              88 OPCM-HOLD              VALUE "HOLD".
              88 OPCM-RELEASE           VALUE "RELEASE".
              88 OPCM-CANCEL            VALUE "CANCEL".
           05 FILLER             PIC X(01).
           05 OPCM-TARGET-KIND   PIC X(03).
              88 OPCM-BY-RUN            VALUE "RUN".
              88 OPCM-BY-SEQ            VALUE "SEQ".
           05 FILLER             PIC X(01).
           05 OPCM-TARGET        PIC 9(08).
           05 FILLER             PIC X(01).
           05 OPCM-WINDOW-ID     PIC 9(14).
           05 FILLER             PIC X(01).
      *    Free text for the operator's own note - who asked, why.
           05 OPCM-REMARK        PIC X(43).
