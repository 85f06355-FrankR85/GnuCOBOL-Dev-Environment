           05 AUDIT-RUN-DATE         PIC 9(08).
           05 AUDIT-RUN-TIME         PIC 9(08).
           05 AUDIT-END-NUMBER       PIC 9(20).
      *    How the run's input read came back, as a file status -
      *    or, once an operator has stopped the run from OPERCMD, HD
      *    while it is parked for a later window and CN once it has
      *    been cancelled.  A held run that is resumed goes back to
      *    00.
           05 AUDIT-RUN-STATUS       PIC X(02).
              88 AUDIT-RUN-HELD             VALUE "HD".
              88 AUDIT-RUN-CANCELLED        VALUE "CN".
      *    AUDIT-RUN-NUMBER is carved out of what used to be the
      *    first eight bytes of AUDIT-RESERVED, so the record length
      *    is unchanged and records written before run numbers
      *    case it names the original run being reproduced.
           05 AUDIT-RERUN-OF         PIC 9(08).
           05 AUDIT-RESERVED         PIC X(01).
      *    The RULEVER rule-set version the run's rules were loaded
      *    at - what a disputed output is proved against.  Added past
      *    the old end of the record (every AUDITLOG reader and the
      *    archive hold records in wider buffers), so records written
      *    before versions existed read back space-filled here and
      *    are reported as unknown rather than as version zero.
           05 AUDIT-RULESET-VERSION  PIC 9(06).
      *    The NEEDBY= deadline the requester was promised, as
      *    YYYYMMDDHHMM, zero when none was keyed - the turnaround
      *    report's list of what was owed, including runs that never
      *    reached FBDIST at all.  Past the old end again; the
      *    archive image was widened to carry it.  Space-filled on
      *    older records, which had no deadline to miss.
           05 AUDIT-NEEDED-BY        PIC 9(12).
      *    The web ticket the run was queued under (TICKET=), zero
      *    for a request that never went through the submit queue -
      *    what lets a requester's ticket inquiry name the run the
      *    window gave it.  Past the old end again, inside the
      *    archive image; space-filled on older records.
           05 AUDIT-TICKET-NUMBER    PIC 9(08).
