      *  window's own control trail.  FBSCHED appends an OPEN event
      *  when it opens a window (and names the window id on
      *  WINDOWCTL for everyone after it); each participant - the
      *  pre-window forecast FBFCAST, FBSPLIT, the per-stream
      *  FIZZBUZZ batch driver, FBMERGE, FBDIST, FBRECON - appends
      *  START and END events with its outcome; FBRECON, the
      *  window's last step, appends CLOSE with the certification
      *  verdict and deletes WINDOWCTL, so a run outside any window
      *  finds no id and stamps nothing.  FBWINRPT reads the trail
      *  for the morning meeting: elapsed time per stream, steps
      *  that never reported in, and a window that never closed.
      *  The id is the opening timestamp (YYYYMMDDHHMMSS), so ids
      *  sort in window order by construction.  When a window has
      *  to be restarted after an abend, the restart driver FBWINDRV
      *  appends one RESTRT event per step it judged, naming the
      *  step and - in the outcome - what it decided to do with it,
      *  so the report can show the window was recovered.  An
      *  operator's HOLD or CANCEL (OPERCMD) is logged as an event of
      *  its own by whichever step acted on it.
      *================================================================
       01 WINDOW-EVENT-RECORD.
           05 WND-WINDOW-ID      PIC 9(14).
              88 WND-EVENT-START        VALUE "START ".
              88 WND-EVENT-END          VALUE "END   ".
              88 WND-EVENT-CLOSE        VALUE "CLOSE ".
              88 WND-EVENT-RESTART      VALUE "RESTRT".
      *    Operator commands off OPERCMD: a run (or a queued line)
      *    parked by HOLD, one closed out by CANCEL, and a held run
      *    picked back up by a later window.  The step is whoever
      *    acted on the command; the outcome names the sequence.
              88 WND-EVENT-HOLD         VALUE "HOLD  ".
              88 WND-EVENT-CANCEL       VALUE "CANCEL".
              88 WND-EVENT-RESUME       VALUE "RESUME".
           05 WND-EVENT-DATE     PIC 9(08).
           05 WND-EVENT-TIME     PIC 9(08).
      *    What the step has to say for itself - "OK", an "RC n",
      *    or blank on events that carry no verdict (OPEN/START).  On
      *    a RESTRT event, the restart driver's decision for the step.
           05 WND-OUTCOME        PIC X(08).
      *    The run an operator event is about - zero for a line held
      *    or cancelled before it ever drew a run number, blank on
      *    every other event.
           05 WND-RUN-NUMBER     PIC 9(08).
           05 WND-RESERVED       PIC X(02).
