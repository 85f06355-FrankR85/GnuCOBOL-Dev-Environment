      *  codes 01-05, plus 07 for a bad DIRECTION and 09 for a bad
      *  DETAIL); FBSPLIT writes
      *  its own split casualties (06 = master line too long to carry
      *  the SEQ= stamp, 08 = master past the split table).  Both
      *  write the requester master's intake refusals: 10 = USER
      *  not on REQMAST, 11 = requester or department inactive,
      *  12 = DEPT= not the requester's own department, 13 = the
      *  request would take the department past its monthly
      *  iteration budget.  FIZZBUZZ alone writes 14 = a RULESET=
      *  version that is neither today's rule set nor the one
      *  rebuilt into RULESPIT, 15 = a NEEDBY= deadline that
      *  is not a real YYYYMMDDHHMM, 16 = a web submission too
      *  long to queue with its TICKET= stamp, and 17 = a RESUME=
      *  line naming a run PARKFILE holds no released hold for.  The
      *  request line is carried verbatim so nobody has to guess what
      *  was keyed.  FBREJWB, the reject workbench, reads the file,
      *  stages corrected lines for the next BATCHIN and flips the
