      *================================================================
      *  LIBREC - shared record layout for LIBINDEX, the index of the
      *  deliverable library.  FBDIST files a copy of every piece it
      *  delivers whole as LIBRPT.<run> and indexes it here under its
      *  run number, with who it belongs to, what it is and how long
      *  it is kept - so a requester who has lost a delivered file
      *  gets the stored copy back instead of a rerun of the range.
      *  Run numbers wrap, so a piece filed under a number already on
      *  the index replaces the entry that was there.
      *
      *  FBLIBPRG purges the stored copy once its retention date has
      *  gone by and marks the entry P; the entry itself is kept, so
      *  a request for it is answered "expired, rerun required"
      *  rather than "never heard of it".  Shared by FBDIST (filer),
      *  FBLIBPRG (purge), FBLIBRTV (batch retrieval) and FIZZBUZZ
      *  (MODE=FETCH on the web path).
      *================================================================
       01 LIB-RECORD.
           05 LIB-RUN-NUMBER     PIC 9(08).
           05 FILLER             PIC X(01).
           05 LIB-STATE          PIC X(01).
              88 LIB-ON-FILE            VALUE 'A'.
              88 LIB-PURGED             VALUE 'P'.
           05 FILLER             PIC X(01).
           05 LIB-SEQUENCE       PIC 9(04).
           05 FILLER             PIC X(01).
      *    The requester off the section's begin banner - the only
      *    caller a stored copy is handed back to.
           05 LIB-USER-ID        PIC X(08).
           05 FILLER             PIC X(01).
           05 LIB-DEPT-CODE      PIC X(08).
           05 FILLER             PIC X(01).
           05 LIB-FORMAT-CODE    PIC X(04).
           05 FILLER             PIC X(01).
           05 LIB-WINDOW-ID      PIC 9(14).
           05 FILLER             PIC X(01).
           05 LIB-FILED-DATE     PIC 9(08).
           05 LIB-FILED-TIME     PIC 9(08).
           05 FILLER             PIC X(01).
      *    The last day the stored copy is kept; it is purged on the
      *    first purge run after this date.
           05 LIB-RETAIN-UNTIL   PIC 9(08).
           05 FILLER             PIC X(01).
      *    Zero until the purge removes the stored copy.
           05 LIB-PURGED-DATE    PIC 9(08).
           05 FILLER             PIC X(01).
           05 LIB-LINE-COUNT     PIC 9(08).
           05 FILLER             PIC X(01).
           05 LIB-STORED-NAME    PIC X(40).
           05 LIB-RESERVED       PIC X(20).
