      *================================================================
      *  PARKREC - shared record layout for PARKFILE, the requests an
      *  operator HOLD took out of a window.  The batch driver appends
      *  one record per hold: a run stopped in flight carries its run
      *  number, the checkpoint it stopped at and the six counters so
      *  far; a line held before it ever started carries run number
      *  zero and is known by its sequence.  Either way the request
      *  line itself rides along, so nothing has to be re-keyed.
      *
      *  FBSCHED works the held records when it opens a window: a
      *  RELEASE stages the request back into BATCHIN (a started run
      *  as a RESUME= line naming its run number) and marks it R, a
      *  CANCEL retires it and marks it C - both naming the window
      *  that settled it.  The window that takes a released run back
      *  up appends a record of its own marked D (resumed), naming
      *  itself as the settling window, so a second RESUME= for the
      *  same run finds it already spoken for.  Records are never
      *  removed, so the file is also the history of every hold.
      *  Shared by FIZZBUZZ (writer, and reader on resume), FBSCHED
      *  (settles holds) and FBSWEEP (a held run's checkpoint is
      *  owned, not left behind).
      *================================================================
       01 PARK-RECORD.
           05 PARK-RUN-NUMBER    PIC 9(08).
           05 FILLER             PIC X(01).
           05 PARK-SEQUENCE      PIC 9(04).
           05 FILLER             PIC X(01).
           05 PARK-STATE         PIC X(01).
              88 PARK-HELD              VALUE 'H'.
              88 PARK-RELEASED          VALUE 'R'.
              88 PARK-CANCELLED         VALUE 'C'.
              88 PARK-RESUMED           VALUE 'D'.
           05 FILLER             PIC X(01).
      *    The window that held it and the moment it was parked.
           05 PARK-WINDOW-ID     PIC 9(14).
           05 FILLER             PIC X(01).
           05 PARK-DATE          PIC 9(08).
           05 PARK-TIME          PIC 9(08).
           05 FILLER             PIC X(01).
      *    The window that released, cancelled or resumed it - zero
      *    while the request is still held.
           05 PARK-SETTLED-WINDOW-ID PIC 9(14).
           05 FILLER             PIC X(01).
           05 PARK-USER-ID       PIC X(08).
           05 FILLER             PIC X(01).
           05 PARK-DEPT-CODE     PIC X(08).
           05 FILLER             PIC X(01).
      *    Where a started run stopped and what it had counted - the
      *    resumed section picks its trailer up from here, so it
      *    still balances against the whole range.  Zero for a line
      *    that never started.
           05 PARK-LAST-NUMBER   PIC 9(20).
           05 FILLER             PIC X(01).
           05 PARK-ITERATIONS    PIC 9(10).
           05 PARK-CNT-TOTAL     PIC 9(10).
           05 PARK-CNT-FIZZ      PIC 9(10).
           05 PARK-CNT-BUZZ      PIC 9(10).
           05 PARK-CNT-FIZZBUZZ  PIC 9(10).
           05 PARK-CNT-PLAIN     PIC 9(10).
           05 PARK-CNT-OTHER     PIC 9(10).
      *    N once the section has written its first JSON element, so
      *    the resumed tail carries on the same array.
           05 PARK-FIRST-ELEMENT-SW PIC X(01).
           05 FILLER             PIC X(01).
      *    The checkpoint the run stopped at.  A run held in flight
      *    has it renamed CHECKPOINT.HELD.<run>, so no other request
      *    for the same range can pick it up or write over it - and
      *    the window that resumes it may run it in another stream.
           05 PARK-CHECKPOINT-NAME PIC X(64).
           05 FILLER             PIC X(01).
      *    The BATCHIN line as the window that held it read it.
           05 PARK-REQUEST       PIC X(80).
