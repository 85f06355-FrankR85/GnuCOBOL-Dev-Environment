      *================================================================
      *  TKTREC - shared record layout for SUBMITQ, the ticket queue.
      *  A request submitted over the web (MODE=SUBMIT) is edited
      *  there and then, and one that passes is queued here under a
      *  ticket number rather than run on the spot; FBSCHED stages
      *  every queued ticket's line into BATCHIN when the next window
      *  opens and marks the ticket picked up, naming that window.
      *  Picked-up tickets stay on the queue so the requester can
      *  still ask after them - the run the window gave the ticket
      *  is found on AUDITLOG, a refusal on REJECTOUT.  Shared by
      *  FIZZBUZZ (writer and ticket inquiry) and FBSCHED (pickup).
      *================================================================
       01 TKT-QUEUE-RECORD.
           05 TKT-TICKET-NUMBER  PIC 9(08).
           05 FILLER             PIC X(01).
           05 TKT-STATE          PIC X(01).
              88 TKT-QUEUED             VALUE 'Q'.
              88 TKT-PICKED-UP          VALUE 'P'.
           05 FILLER             PIC X(01).
           05 TKT-SUBMIT-DATE    PIC 9(08).
           05 TKT-SUBMIT-TIME    PIC 9(08).
           05 FILLER             PIC X(01).
      *    The id of the window that picked the ticket up - zero
      *    while it is still queued.  The id is the window's opening
      *    timestamp, so its date is the earliest a run or a refusal
      *    of this ticket can be stamped with.
           05 TKT-PICKUP-WINDOW-ID PIC 9(14).
           05 TKT-PICKUP-PARTS   REDEFINES TKT-PICKUP-WINDOW-ID.
              10 TKT-PICKUP-DATE    PIC 9(08).
              10 TKT-PICKUP-TIME    PIC 9(06).
           05 FILLER             PIC X(01).
           05 TKT-USER-ID        PIC X(08).
           05 FILLER             PIC X(01).
           05 TKT-DEPT-CODE      PIC X(08).
           05 FILLER             PIC X(01).
      *    The BATCHIN line to stage, exactly as it was edited, with
      *    the ticket's own TICKET= stamp on the end.
           05 TKT-REQUEST        PIC X(80).
