      *================================================================
      *  DLVREC - shared record layout for DLVLOG, the delivery log.
      *  FBDIST appends one record per deliverable it cuts from the
      *  window's REPORTOUT: the run, who asked for it, where it was
      *  dropped, and the moment it was delivered - or the moment it
      *  failed and went on DISTEXCP instead, with the way it failed.
      *  The file accumulates across windows and is never rewritten.
      *  A distribution step rerun by the restart driver reads it
      *  back first and passes over every piece the window has
      *  already closed whole (DELIVERED, UNROUTED, HELD, CANCELLED),
      *  so only a piece that failed is logged again; the earliest
      *  DELIVERED record for a run is the delivery.  Shared by
      *  FBDIST (writer, and reader on a rerun) and FBSLARPT, the
      *  delivery turnaround report (reader).
      *================================================================
       01 DELIVERY-LOG-RECORD.
           05 DLV-WINDOW-ID      PIC 9(14).
           05 FILLER             PIC X(01).
           05 DLV-RUN-NUMBER     PIC 9(08).
           05 FILLER             PIC X(01).
           05 DLV-SEQUENCE       PIC 9(04).
           05 FILLER             PIC X(01).
           05 DLV-USER-ID        PIC X(08).
           05 FILLER             PIC X(01).
           05 DLV-DEPT-CODE      PIC X(08).
           05 FILLER             PIC X(01).
      *    DELIVERED when the piece was closed in its routed
      *    destination.  Anything else is a failure DISTEXCP also
      *    lists: UNROUTED (no ROUTEFILE entry - cut, but left in
      *    the working directory), OPENFAIL (the destination would
      *    not open) or TORN (the section had no end banner).
      *    CANCELLED and HELD are neither: the operator stopped the
      *    run from OPERCMD, so nothing was owed tonight.  A held
      *    run's lines so far are kept aside and delivered with the
      *    rest of the range by the window that resumes it.
           05 DLV-OUTCOME        PIC X(10).
              88 DLV-DELIVERED          VALUE "DELIVERED".
              88 DLV-UNROUTED           VALUE "UNROUTED".
              88 DLV-OPEN-FAILED        VALUE "OPENFAIL".
              88 DLV-TORN               VALUE "TORN".
              88 DLV-CANCELLED          VALUE "CANCELLED".
              88 DLV-HELD               VALUE "HELD".
           05 FILLER             PIC X(01).
           05 DLV-EVENT-DATE     PIC 9(08).
           05 DLV-EVENT-TIME     PIC 9(08).
           05 FILLER             PIC X(01).
      *    The begin banner's NEEDBY= deadline, YYYYMMDDHHMM - zero
      *    when the request promised none.
           05 DLV-NEEDED-BY      PIC 9(12).
           05 FILLER             PIC X(01).
           05 DLV-DESTINATION    PIC X(64).
