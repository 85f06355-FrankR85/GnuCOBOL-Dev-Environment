      *================================================================
      *  CHKPREC - shared record layout for the FIZZBUZZ range
      *  checkpoint files (CHECKPOINT.start.end.step, with a stream's
      *  digit on the end in a split window).  FIZZBUZZ rewrites the
      *  one record on its thousand-iteration cadence and empties
      *  the file when the range completes, so a record on file is
      *  progress some run has not finished.  Shared by FIZZBUZZ
      *  (writer) and FBSWEEP, the window-close integrity sweep
      *  (reader), which lists checkpoints no live run owns.
      *================================================================
       01 CHECKPOINT-RECORD.
           05 CHKPT-START-NUMBER  PIC 9(20).
           05 CHKPT-END-NUMBER    PIC 9(20).
           05 CHKPT-STEP-NUMBER   PIC 9(10).
           05 CHKPT-LAST-NUMBER   PIC 9(20).
           05 CHKPT-RUN-NUMBER    PIC 9(08).
