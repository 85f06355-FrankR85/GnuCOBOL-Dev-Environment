           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORT-STATUS.

      *    A restarted stream's REPORTOUT, moved aside so its finished
      *    sections can be copied back and the torn one left behind
      *    (see 4200-SALVAGE-REPORTOUT).
           SELECT REPORT-SALVAGE ASSIGN DYNAMIC WS-SALVAGE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SALVAGE-STATUS.

      *    Locked the way RUN-CONTROL is: an append or an in-place
      *    status rewrite holds the file alone from OPEN to CLOSE,
      *    and a reader shares it with other readers only.  Every
      *    writer backs off and tries again - see U06 and U18.
           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
           ORGANIZATION IS LINE SEQUENTIAL
           LOCK MODE IS EXCLUSIVE
           FILE STATUS IS AUDIT-STATUS.

           SELECT REJECT-FILE ASSIGN TO "REJECTOUT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CHKPT-STATUS.

      *    RULESFILE as a rule, or RULESPIT - the point-in-time
      *    rebuild FBRULPIT lays down - for a request that asks to be
      *    run under the rule set an earlier run used.
           SELECT RULES-FILE ASSIGN DYNAMIC WS-RULES-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RULE-DIVISOR
           FILE STATUS IS RULES-STATUS.

           SELECT RULE-VERSION ASSIGN DYNAMIC WS-RULEVER-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RVER-STATUS.

           SELECT REQ-MASTER ASSIGN TO "REQMAST"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REQM-KEY
           FILE STATUS IS REQM-STATUS.

           SELECT WINDOW-CTL ASSIGN TO "WINDOWCTL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WCTL-STATUS.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WLOG-STATUS.

      *    The web submit queue - appended to by a MODE=SUBMIT hit,
      *    read back by a ticket inquiry, emptied into BATCHIN by
      *    FBSCHED when a window opens.
           SELECT SUBMIT-QUEUE ASSIGN TO "SUBMITQ"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SUBQ-STATUS.

      *    The operator's command deck, read at every checkpoint and
      *    before every line, and the parking file a HOLD appends
      *    to - read back when a later window resumes a held run.
           SELECT OPER-CMD ASSIGN TO "OPERCMD"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OPCM-STATUS.

           SELECT PARK-FILE ASSIGN TO "PARKFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PARK-STATUS.

      *    The deliverable library's index and the stored copy of a
      *    piece FBDIST filed there - read by a MODE=FETCH hit.
           SELECT LIB-INDEX ASSIGN TO "LIBINDEX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LIB-RUN-NUMBER
           FILE STATUS IS LIB-STATUS.

           SELECT LIB-PIECE ASSIGN DYNAMIC WS-LIB-PIECE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LIBP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD WEBINPUT.
       FD REPORTOUT.
          01 REPORT-LINE       PIC X(132).

       FD REPORT-SALVAGE.
          01 SALVAGE-LINE      PIC X(132).

       FD AUDIT-LOG.
           COPY AUDITREC.

           COPY REJREC.

       FD CHECKPOINT-FILE.
           COPY CHKPREC.

       FD RUN-CONTROL.
       01 RUN-CONTROL-RECORD.
       FD RULES-FILE.
           COPY RULESREC.

       FD RULE-VERSION.
           COPY RVERREC.

       FD REQ-MASTER.
           COPY REQMREC.

       FD WINDOW-CTL.
       01 WINDOW-CTL-RECORD.
           05 WCTL-WINDOW-ID    PIC 9(14).
       FD WINDOW-LOG.
           COPY WNDREC.

       FD SUBMIT-QUEUE.
           COPY TKTREC.

       FD OPER-CMD.
           COPY OPCMREC.

       FD PARK-FILE.
           COPY PARKREC.

       FD LIB-INDEX.
           COPY LIBREC.

       FD LIB-PIECE.
       01 LIB-PIECE-LINE    PIC X(132).

       WORKING-STORAGE SECTION.
       01 IN-STATUS            PIC X(02).
       01 IN-STATUS-NUM        REDEFINES IN-STATUS PIC 99.
          88 WS-SEQ-SUPPLIED             VALUE 'Y'.
       01 WS-BATCH-LINE-NO     PIC 9(04) VALUE ZERO.

      *    Restart after an abend.  FBRESTART=Y in the environment -
      *    set by the window restart driver FBWINDRV when it reruns a
      *    stream that started and never ended clean - tells the batch
      *    driver to keep the sections REPORTOUT already finished,
      *    drop the one the abend tore, and pick BATCHIN up again at
      *    the torn request instead of from the top.  The torn request
      *    keeps the run number (and the audit record) it was given
      *    the first time, and resumes off its checkpoint, so nothing
      *    the first attempt finished runs twice.
       01 WS-RESTART-FLAG      PIC X(01) VALUE SPACE.
          88 RESTART-MODE                VALUE 'Y'.
       01 WS-SALVAGE-NAME      PIC X(20).
       01 SALVAGE-STATUS       PIC X(02).
       01 SALVAGE-STATUS-NUM   REDEFINES SALVAGE-STATUS PIC 99.
       01 WS-SALVAGE-LINE-NO   PIC 9(09) COMP.
       01 WS-SALVAGE-KEEP-LINES PIC 9(09) COMP.
       01 WS-SALVAGE-SECTIONS  PIC 9(04) VALUE ZERO.
       01 WS-RESTART-DONE-SEQ  PIC 9(04) VALUE ZERO.
       01 WS-RESTART-TORN-SEQ  PIC 9(04) VALUE ZERO.
       01 WS-RESTART-TORN-RUN  PIC 9(08) VALUE ZERO.
       01 RESTART-LINE-SW      PIC X(01) VALUE 'Y'.
          88 RESTART-LINE-PENDING        VALUE 'Y'.
          88 RESTART-LINE-DONE           VALUE 'N'.
       01 RESTART-REUSE-SW     PIC X(01) VALUE 'N'.
          88 RESTART-REUSE-RUN           VALUE 'Y'.
       01 WS-RESTART-KEPT-TRIM PIC X(20).
       01 WS-RESTART-SEQ-TRIM  PIC X(20).

      *    Requester identity off the USER= and DEPT= pairs - carried
      *    onto the audit record and the begin banner so the window's
      *    consumption can be charged back to whoever asked for it.
       01 WS-REQUEST-USER      PIC X(08) VALUE SPACES.
       01 WS-REQUEST-DEPT      PIC X(08) VALUE SPACES.

      *    When the requester needs the output by, off a NEEDBY= pair
      *    keyed YYYYMMDDHHMM - carried onto the audit record and the
      *    begin banner so FBDIST's delivery log and the turnaround
      *    report can judge the delivery against it.  Zero means no
      *    deadline was promised, and the run is not judged at all.
       01 WS-REQUEST-NEEDBY    PIC 9(12) VALUE ZERO.
       01 WS-NEEDBY-PARTS      REDEFINES WS-REQUEST-NEEDBY.
           05 WS-NEEDBY-YEAR    PIC 9(04).
           05 WS-NEEDBY-MONTH   PIC 9(02).
           05 WS-NEEDBY-DAY     PIC 9(02).
           05 WS-NEEDBY-HOUR    PIC 9(02).
           05 WS-NEEDBY-MINUTE  PIC 9(02).
       01 WS-NEEDBY-RAW        PIC X(20) VALUE SPACES.
       01 WS-NEEDBY-SUPPLIED-SW PIC X(01) VALUE 'N'.
          88 WS-NEEDBY-SUPPLIED           VALUE 'Y'.
      *    The length of the NEEDBY= month, leap years respected, so
      *    a deadline on a day the month does not have is refused.
       01 WS-MONTH-LENGTH      PIC 9(02).
       01 WS-LEAP-REM4         PIC 9(04).
       01 WS-LEAP-REM100       PIC 9(04).
       01 WS-LEAP-REM400       PIC 9(04).
       01 WS-LEAP-QUOT         PIC 9(04).
       01 MONTH-DAYS-TABLE.
           05 FILLER PIC X(24) VALUE "312831303130313130313031".
       01 MONTH-DAYS REDEFINES MONTH-DAYS-TABLE.
           05 MONTH-DAY-COUNT   PIC 9(02) OCCURS 12 TIMES.

      *    Intake authorization against REQMAST, the requester and
      *    department master.  Once a shop has a master on file, a
      *    request must name a known, active USER=; its DEPT= is
      *    taken from the master (one keyed against it is refused);
      *    and the department must have budget left this month for
      *    the iterations the range will take.  No REQMAST on file
      *    at all leaves intake exactly as open as it always was -
      *    the same courtesy a shop without a RULESFILE gets.  The
      *    master and the month's consumption are loaded the first
      *    time a request is edited, not on an inquiry hit that
      *    never needs them.
       01 REQM-STATUS          PIC X(02).
       01 REQM-STATUS-NUM      REDEFINES REQM-STATUS PIC 99.
       01 REQMAST-LOADED-SW    PIC X(01) VALUE 'N'.
          88 REQMAST-LOADED              VALUE 'Y'.
       01 REQMAST-ON-FILE-SW   PIC X(01) VALUE 'N'.
          88 REQMAST-ON-FILE             VALUE 'Y'.
       01 REQUESTER-FOUND-SW   PIC X(01).
          88 REQUESTER-FOUND             VALUE 'Y'.
          88 REQUESTER-NOT-FOUND         VALUE 'N'.
       01 WS-MASTER-DEPT       PIC X(08).
       01 WS-MASTER-ACTIVE-SW  PIC X(01).
          88 MASTER-REQUESTER-ACTIVE     VALUE 'Y'.

      *    One bucket per department on the master: its budget and
      *    what it has consumed so far this month - the live
      *    AUDITLOG's records for the month (FBAUDARC never cuts the
      *    current month away), plus every request this process has
      *    accepted since, so the tenth line of a batch is judged
      *    against the nine before it.  Sized as the chargeback's
      *    own department table is.
       01 BUDGET-TABLE.
           05 BGT-ENTRY OCCURS 100 TIMES.
              10 BGT-DEPT           PIC X(08).
              10 BGT-ACTIVE-SW      PIC X(01).
                 88 BGT-DEPT-ACTIVE        VALUE 'Y'.
              10 BGT-LIMIT          PIC 9(20).
              10 BGT-USED           PIC 9(20).
       01 BGT-COUNT            PIC 9(03) COMP VALUE ZERO.
       01 BGT-IDX              PIC 9(03) COMP.
       01 BGT-FOUND-IDX        PIC 9(03) COMP.
       01 WS-BUDGET-DATE       PIC 9(08).
       01 WS-BUDGET-MONTH      REDEFINES WS-BUDGET-DATE PIC 9(06).
       01 WS-AUDIT-DATE        PIC 9(08).
       01 WS-AUDIT-MONTH       REDEFINES WS-AUDIT-DATE PIC 9(06).

      *    The chargeback's own iteration arithmetic, fed either
      *    from this request or from a month-to-date audit record -
      *    as wide as the span it is derived from, so a monster
      *    range is charged whole.
       01 BGT-CALC-START       PIC 9(20).
       01 BGT-CALC-END         PIC 9(20).
       01 BGT-CALC-STEP        PIC 9(10).
       01 BGT-CALC-CAPTURE-SW  PIC X(01).
          88 BGT-CALC-CAPTURED           VALUE 'Y'.
       01 BGT-ITER-SPAN        PIC 9(20).
       01 BGT-ITERATIONS       PIC 9(20).
       01 BGT-PROJECTED        PIC 9(21).

      *    Zero unless the request carries a RERUNOF= pair - FBRERUN
      *    stamps its staged lines with the original run's number,
      *    and carrying it onto this run's audit record is what lets
       01 WS-WND-STEP          PIC X(10).
       01 WS-WND-EVENT         PIC X(06).
       01 WS-WND-OUTCOME       PIC X(08).
      *    The run an operator event is about, set just for that
      *    event and blank on every other.
       01 WS-WND-RUN           PIC X(08) VALUE SPACES.

      *    The CGI inquiry modes - a MODE= pair turns a hit into a
      *    read-only question answered in JSON: STATUS returns the
      *    in-flight heartbeats (or, with TICKET=, where that ticket
      *    has got to), AUDIT with RUN= returns that run's audit
      *    record.  An inquiry never draws a run number from RUNCTL,
      *    never writes AUDITLOG and never touches a batch file - it
      *    is how the phones stop ringing at operations, not a new
      *    way to start a run.  SUBMIT is the one mode that writes:
      *    the request is edited and, if it passes, queued on
      *    SUBMITQ for the next window under a ticket - still never
      *    run on the spot.  FETCH with RUN= and USER= hands back the
      *    piece the deliverable library holds for that run, in the
      *    format it was delivered in, to the requester it was
      *    delivered to - or says in JSON why it cannot, an expired
      *    piece being answered "expired, rerun required".  Ignored
      *    on BATCHIN lines: these modes belong to the web path
      *    alone.
       01 WS-INQUIRY-MODE      PIC X(06) VALUE SPACES.
          88 INQUIRY-MODE-STATUS          VALUE "STATUS".
          88 INQUIRY-MODE-AUDIT           VALUE "AUDIT ".
          88 INQUIRY-MODE-SUBMIT          VALUE "SUBMIT".
          88 INQUIRY-MODE-FETCH           VALUE "FETCH ".
       01 WS-INQUIRY-SUPPLIED-SW PIC X(01) VALUE 'N'.
          88 INQUIRY-REQUESTED            VALUE 'Y'.
       01 WS-INQ-RUN-NUMBER    PIC 9(08) VALUE ZERO.
       01 WS-INQ-RUN-SUPPLIED-SW PIC X(01) VALUE 'N'.
          88 WS-INQ-RUN-SUPPLIED          VALUE 'Y'.

      *    The web ticket off a TICKET= pair.  On a BATCHIN line it
      *    is the stamp FBSCHED staged the ticket's line with, and is
      *    carried onto the audit record; on a MODE=STATUS hit it is
      *    the ticket being asked after.  A MODE=SUBMIT hit ignores
      *    any TICKET= keyed with it - the ticket is drawn here, off
      *    TICKETCTL, by the same locked draw RUNCTL's run numbers
      *    come from.
       01 WS-REQUEST-TICKET    PIC 9(08) VALUE ZERO.
       01 WS-TICKET-SUPPLIED-SW PIC X(01) VALUE 'N'.
          88 WS-TICKET-SUPPLIED           VALUE 'Y'.
       01 WS-TICKET-TRIM       PIC X(20).
       01 SUBQ-STATUS          PIC X(02).

      *    The queued line is rebuilt from the pairs the edit pass
      *    judged, less MODE= and any TICKET=, so what runs in the
      *    window is what was accepted here.  It must still leave
      *    room for the ticket's own stamp and for the nine bytes of
      *    FBSPLIT's SEQ= stamp inside the eighty-byte line.
       01 WS-QUEUE-LINE        PIC X(160).
       01 WS-QUEUE-PTR         PIC 9(04) COMP.
       01 WS-QUEUE-SCAN-PTR    PIC 9(04) COMP.
       01 WS-QUEUE-LENGTH      PIC 9(04) COMP.
       01 WS-QUEUE-MORE-SW     PIC X(01).
          88 WS-QUEUE-MORE-PAIRS          VALUE 'Y'.
          88 WS-QUEUE-NO-MORE-PAIRS       VALUE 'N'.
       01 WS-QUEUE-LINE-LIMIT  PIC 9(04) COMP VALUE 71.
       01 WS-QUEUE-STAMP-LENGTH PIC 9(04) COMP VALUE 16.

      *    The reasons a submission or a picked-up ticket was turned
      *    away, gathered for the JSON reply - one entry per reject
      *    record, the way REJECTOUT itself carries them.
       01 SUBMIT-REASON-TABLE.
           05 SUBMIT-REASON-CODE PIC X(02) OCCURS 20 TIMES.
       01 SUBMIT-REASON-COUNT  PIC 9(02) COMP VALUE ZERO.
       01 SUBMIT-REASON-IDX    PIC 9(02) COMP.
       01 WS-REASON-TEXT       PIC X(40).
       01 WS-REASON-TRAIL      PIC 9(02) COMP.
       01 WS-REASON-LENGTH     PIC 9(02) COMP.

      *    The ticket a ticket inquiry found, held apart from the FD
      *    area, and what became of it once a window picked it up.
           COPY TKTREC REPLACING LEADING ==TKT== BY ==INQT==.
       01 INQT-FOUND-SW        PIC X(01).
          88 INQT-FOUND                  VALUE 'Y'.
          88 INQT-NOT-FOUND              VALUE 'N'.
       01 INQT-RUN-NUMBER      PIC 9(08) VALUE ZERO.
       01 INQT-RAN-SW          PIC X(01).
          88 INQT-RAN                    VALUE 'Y'.
          88 INQT-NOT-RUN                VALUE 'N'.
       01 WS-TICKET-PATTERN    PIC X(15).
       01 WS-TICKET-HITS       PIC 9(04) COMP.

      *    Heartbeat walk for MODE=STATUS - the same suffix set
      *    FBSTATINQ tries: the classic unsuffixed file, the nine
      *    stream files and the C-suffixed CGI heartbeat.
          88 INQA-NOT-FOUND              VALUE 'N'.

       01 WS-JSON-LINE         PIC X(256).
      *    MODE=FETCH workspace.  The library entry is read into the
      *    FD area and judged there; the stored copy is read back
      *    under the name the entry gives it.
       01 LIB-STATUS           PIC X(02).
       01 LIB-STATUS-NUM       REDEFINES LIB-STATUS PIC 99.
       01 LIBP-STATUS          PIC X(02).
       01 LIBP-STATUS-NUM      REDEFINES LIBP-STATUS PIC 99.
       01 WS-LIB-PIECE-NAME    PIC X(40).
       01 LIB-ENTRY-FOUND-SW   PIC X(01).
          88 LIB-ENTRY-FOUND             VALUE 'Y'.
          88 LIB-ENTRY-NOT-FOUND         VALUE 'N'.
       01 WS-INQ-TRIM-A        PIC X(20).
       01 WS-INQ-TRIM-B        PIC X(20).
       01 WS-INQ-TRIM-C        PIC X(20).
       01 WS-INQ-TRIM-E        PIC X(20).
       01 WS-INQ-TRIM-F        PIC X(20).

      *    Operator commands.  Each time a checkpoint is saved the
      *    run looks on OPERCMD for a HOLD or CANCEL keyed against
      *    its run number or its master sequence (the last card for
      *    it counts, and a card naming another window is passed
      *    over); a line not yet started is looked up the same way
      *    before it runs.  A stopped run is closed out on purpose -
      *    banners, audit status and window event all say which.
       01 OPCM-STATUS          PIC X(02).
       01 OPCM-STATUS-NUM      REDEFINES OPCM-STATUS PIC 99.
       01 PARK-STATUS          PIC X(02).
       01 PARK-STATUS-NUM      REDEFINES PARK-STATUS PIC 99.
       01 OPERATOR-STOP-SW     PIC X(01) VALUE 'N'.
          88 OPERATOR-STOP-NONE          VALUE 'N'.
          88 OPERATOR-HOLD               VALUE 'H'.
          88 OPERATOR-CANCEL             VALUE 'C'.
       01 WS-OPER-VERB         PIC X(08).
          88 OPER-VERB-HOLD              VALUE "HOLD".
          88 OPER-VERB-CANCEL            VALUE "CANCEL".
       01 WS-OPER-RUN          PIC 9(08).
       01 WS-OPER-SEQ          PIC 9(04).
       01 WS-STOP-LAST-NUMBER  PIC 9(20).
       01 WS-AUDIT-NEW-STATUS  PIC X(02).
       01 WS-AUDIT-FIX-RUN     PIC 9(08).
       01 WS-SEQ-TRIM          PIC X(20).
       01 WS-AUDIT-REC-NO      PIC 9(09) COMP.
       01 WS-AUDIT-FIX-REC-NO  PIC 9(09) COMP.
       01 WS-AUDIT-ATTEMPTS    PIC 9(03) COMP.
       01 AUDIT-WRITE-SW       PIC X(01).
          88 AUDIT-WRITE-DONE            VALUE 'Y'.
          88 AUDIT-WRITE-PENDING         VALUE 'N'.
      *    Set once any audit write this invocation had to give up
      *    on - the step ends RC 4 so the job log shows it.
       01 AUDIT-FAILED-SW      PIC X(01) VALUE 'N'.
          88 AUDIT-WRITE-FAILED          VALUE 'Y'.

      *    A RESUME= line - FBSCHED stages one for a held run an
      *    operator released - names the run to pick back up.  The
      *    run's last PARKFILE record must say released; its request
      *    line is parsed in place of the RESUME= line, and the run
      *    carries on under its own number, from its own checkpoint,
      *    with the counts it had made so far.
       01 WS-RESUME-RUN        PIC 9(08) VALUE ZERO.
       01 WS-RESUME-SUPPLIED-SW PIC X(01) VALUE 'N'.
          88 WS-RESUME-SUPPLIED           VALUE 'Y'.
       01 PARK-RESUMING-SW     PIC X(01) VALUE 'N'.
          88 PARK-RESUMING               VALUE 'Y'.
          88 PARK-NOT-RESUMING           VALUE 'N'.
       01 PARK-FOUND-SW        PIC X(01).
          88 PARK-FOUND                  VALUE 'Y'.
          88 PARK-NOT-FOUND              VALUE 'N'.
       01 WS-KEEP-SEQ          PIC 9(04).
       01 WS-KEEP-SEQ-SW       PIC X(01).
           COPY PARKREC REPLACING LEADING ==PARK== BY ==RSUM==.

           COPY BNRREC.
       01 CHKPT-STATUS         PIC X(02).
       01 RULES-STATUS         PIC X(02).
       01 RULES-STATUS-NUM     REDEFINES RULES-STATUS PIC 99.
       01 RVER-STATUS          PIC X(02).
       01 RVER-STATUS-NUM      REDEFINES RVER-STATUS PIC 99.
       01 WS-RULES-NAME        PIC X(20) VALUE "RULESFILE".
       01 WS-RULEVER-NAME      PIC X(20) VALUE "RULEVER".
       01 CHKPT-INTERVAL-QUOT  PIC 9(10) COMP.
       01 CHKPT-INTERVAL-REM   PIC 9(10) COMP.
       01 RESUME-START-NUMBER  PIC 9(20).
          88 EDIT-REASON-BAD-FORMAT       VALUE "05".
          88 EDIT-REASON-BAD-DIRECTION    VALUE "07".
          88 EDIT-REASON-BAD-DETAIL       VALUE "09".
          88 EDIT-REASON-UNKNOWN-USER     VALUE "10".
          88 EDIT-REASON-INACTIVE-USER    VALUE "11".
          88 EDIT-REASON-WRONG-DEPT       VALUE "12".
          88 EDIT-REASON-OVER-BUDGET      VALUE "13".
          88 EDIT-REASON-NO-RULESET       VALUE "14".
          88 EDIT-REASON-BAD-NEEDBY       VALUE "15".
          88 EDIT-REASON-TOO-LONG-TO-QUEUE VALUE "16".
          88 EDIT-REASON-NO-PARKED-RUN    VALUE "17".
      *    "06" and "08" on REJECTOUT are written by FBSPLIT - a
      *    master line too long to carry the SEQ= stamp, or a master
      *    past the split table - not by this program.  "03" once
      *    meant any START above END; since descending ranges became
      *    legitimate it means a range that runs against the
      *    direction the caller explicitly keyed.  "10" through "13"
      *    are the requester master's intake refusals, written here
      *    and by FBSPLIT ahead of dealing a split window.  "14" is
      *    a RULESET= this run cannot honour - neither today's rule
      *    set nor the one FBRULPIT last rebuilt into RULESPIT.
      *    "15" is a NEEDBY= that is not a real YYYYMMDDHHMM moment.
      *    "16" is a MODE=SUBMIT request whose line, with its ticket
      *    stamp added, would be too long to carry through a window.
      *    "17" is a RESUME= line naming a run PARKFILE holds no
      *    released hold for - never held, still held, cancelled,
      *    or already taken back up by an earlier RESUME=.

       01 EDIT-NUMERIC-TEST     PIC X(20).
       01 EDIT-NUMERIC-SW       PIC X(01).
       01 RULE-IDX             PIC 9(03) COMP.
       01 RULE-REMAINDER       PIC 9(10).
       01 WS-RULE-RUN-DATE     PIC 9(08).

      *    Rule-set versions.  WS-CURRENT-RULESET is what RULEVER says
      *    RULESFILE holds today (zero before versions were kept);
      *    WS-LOADED-RULESET is what RULE-TABLE holds right now and
      *    is what the audit record and begin banner are stamped
      *    with.  A RULESET= pair - FBRERUN stages one to reproduce
      *    a run under its original rules - switches the table to
      *    RULESPIT for that request when RULPITVR says RULESPIT is
      *    at the version asked for, with effective windows judged
      *    on the date the rebuild names rather than today.
       01 WS-CURRENT-RULESET   PIC 9(06) VALUE ZERO.
       01 WS-LOADED-RULESET    PIC 9(06) VALUE ZERO.
       01 RULES-LOADED-SW      PIC X(01) VALUE 'C'.
          88 RULES-LOADED-CURRENT        VALUE 'C'.
          88 RULES-LOADED-REBUILT        VALUE 'P'.
       01 RULES-WANTED-SW      PIC X(01) VALUE 'C'.
          88 RULES-WANTED-CURRENT        VALUE 'C'.
          88 RULES-WANTED-REBUILT        VALUE 'P'.
       01 WS-REQUEST-RULESET   PIC 9(06) VALUE ZERO.
       01 WS-RULESET-RAW       PIC X(20) VALUE SPACES.
       01 WS-RULESET-SUPPLIED-SW PIC X(01) VALUE 'N'.
          88 WS-RULESET-SUPPLIED          VALUE 'Y'.
       01 RULPIT-LOADED-SW     PIC X(01) VALUE 'N'.
          88 RULPIT-LOADED               VALUE 'Y'.
       01 RULPIT-ON-HAND-SW    PIC X(01) VALUE 'N'.
          88 RULPIT-ON-HAND              VALUE 'Y'.
       01 WS-RULPIT-VERSION    PIC 9(06) VALUE ZERO.
       01 WS-RULPIT-DATE       PIC 9(08) VALUE ZERO.

       01 RULE-WINDOW-SW       PIC X(01).
          88 RULE-IN-WINDOW              VALUE 'Y'.
          88 RULE-OUT-OF-WINDOW          VALUE 'N'.

       01 WS-CHECKPOINT-FILENAME PIC X(64).
       01 WS-CHKPT-BASE-NAME     PIC X(64).
      *    A held run's checkpoint is moved out of the range's own
      *    name to one only that run answers to - see 3310.
       01 WS-CHKPT-HELD-NAME     PIC X(64).
       01 WS-CHKPT-START-TRIM     PIC X(20).
       01 WS-CHKPT-END-TRIM       PIC X(20).
       01 WS-CHKPT-STEP-TRIM      PIC X(20).
             PERFORM 4000-BATCH-DRIVER THRU 4000Z
           ELSE
             PERFORM U02-PARSE-INPUT
             EVALUATE TRUE
               WHEN INQUIRY-REQUESTED AND INQUIRY-MODE-SUBMIT
                 PERFORM 6000-SUBMIT-DRIVER THRU 6000Z
               WHEN INQUIRY-REQUESTED AND INQUIRY-MODE-FETCH
                 PERFORM 7000-FETCH-DRIVER THRU 7000Z
               WHEN INQUIRY-REQUESTED
                 PERFORM 5000-INQUIRY-DRIVER THRU 5000Z
               WHEN OTHER
                 PERFORM 2900-EDIT-REQUEST THRU 2900Z
                 PERFORM U01-PRINT-HEADER
                 IF REQUEST-VALID THEN
                   PERFORM 3000-RUN-SINGLE-RANGE THRU 3000Z
                 ELSE
                   DISPLAY "Ungültige Eingabe!"
                 END-IF
             END-EVALUATE
           END-IF.

      *    An audit record this run could not write or put right
      *    has already been named on the console; RC 4 makes sure
      *    the job log shows it too.
           IF AUDIT-WRITE-FAILED THEN
             MOVE 4 TO RETURN-CODE
           END-IF.

           GOBACK.
      *    Drives one END-NUMBER range and streams each result to the
      *    console (CGI mode).  Batch mode reuses this same paragraph
      *    but writes to REPORTOUT instead - see 2000-WRITE-RESULT.
           PERFORM U16-SWITCH-RULE-SET THRU U16Z.
           SET OPERATOR-STOP-NONE TO TRUE.
      *    The request a restarted stream's abend tore already holds
      *    a run number and an audit record from the first attempt -
      *    it carries on under both rather than drawing a second.
      *    So does a held run an operator released: it resumes under
      *    the number it was held under, its audit record put back
      *    to running.
           EVALUATE TRUE
             WHEN RESTART-REUSE-RUN
               MOVE WS-RESTART-TORN-RUN TO WS-RUN-NUMBER
             WHEN PARK-RESUMING
               MOVE RSUM-RUN-NUMBER TO WS-RUN-NUMBER
               PERFORM 3400-NOTE-RUN-RESUMED THRU 3400Z
             WHEN OTHER
               PERFORM U10-ASSIGN-RUN-NUMBER
               PERFORM U06-WRITE-AUDIT-RECORD
           END-EVALUATE.
           MOVE WS-RUN-NUMBER TO WS-TRIM-SOURCE.
           PERFORM U09A-DE-EDIT-NUMBER THRU U09AZ.
           MOVE WS-TRIM-RESULT TO WS-RUN-NUMBER-TRIM.
           PERFORM U09-BUILD-CHECKPOINT-FILENAME.
      *    A held run's checkpoint keeps the name it was parked
      *    under - its own CHECKPOINT.HELD.<run>, whichever stream
      *    the window resuming it runs it in.
           IF PARK-RESUMING THEN
             MOVE RSUM-CHECKPOINT-NAME TO WS-CHECKPOINT-FILENAME
           END-IF.

           MOVE START-NUMBER TO RESUME-START-NUMBER.
           PERFORM 2600-CHECKPOINT-RESUME THRU 2600Z.
           PERFORM U07-RESET-SUMMARY-COUNTERS.
           MOVE ZERO TO WS-ITERATION-COUNT.
           SET FIRST-ELEMENT TO TRUE.
      *    A resumed run picks its counts up where the hold left
      *    them, and its opening lines were already delivered with
      *    the held piece - the section carries on the document
      *    rather than starting a second one.
           IF PARK-RESUMING THEN
             PERFORM 3410-RESTORE-PARKED-COUNTS THRU 3410Z
           END-IF.
           PERFORM 2060-WRITE-BEGIN-BANNER THRU 2060Z.
           IF NOT PARK-RESUMING THEN
             PERFORM 2010-PRINT-FORMAT-PROLOGUE THRU 2010Z
           END-IF.

      *    A counts-only request tries the rule-cycle fast path
      *    first - a billion-iteration range that used to burn the
               PERFORM VARYING CURRENT-NUMBER
                FROM RESUME-START-NUMBER BY STEP-NUMBER
                UNTIL CURRENT-NUMBER >= END-NUMBER
                   OR NOT OPERATOR-STOP-NONE
                  PERFORM 1000-PROCESS-NUMBER
                  IF DETAIL-FULL THEN
                    PERFORM 2000-WRITE-RESULT
             END-IF
           END-IF.

      *    A range an operator stopped at a checkpoint is closed out
      *    its own way - see 3300-CLOSE-STOPPED-RUN.
           IF OPERATOR-STOP-NONE THEN
             PERFORM 2020-PRINT-FORMAT-EPILOGUE THRU 2020Z
             PERFORM 2800-PRINT-SUMMARY-TRAILER THRU 2800Z
             PERFORM 2070-WRITE-END-BANNER THRU 2070Z
             PERFORM 2700-CHECKPOINT-CLEAR THRU 2700Z
           ELSE
             PERFORM 3300-CLOSE-STOPPED-RUN THRU 3300Z
           END-IF.
           PERFORM 2570-RUN-STATUS-CLEAR THRU 2570Z.

       3000Z.
      *    PERFORM VARYING drive a negative increment through them.
           MOVE RESUME-START-NUMBER TO CURRENT-NUMBER.
           PERFORM UNTIL CURRENT-NUMBER <= END-NUMBER
              OR NOT OPERATOR-STOP-NONE
             PERFORM 1000-PROCESS-NUMBER
             IF DETAIL-FULL THEN
               PERFORM 2000-WRITE-RESULT
      *    whole cycle - tallying what each position classifies as;
      *    whole cycles scale the tallies, the leftover prefix rides
      *    on top, and the six counters land exactly where the
      *    number-at-a-time walk would have left them - added to, not
      *    moved over, so a resumed run's counts so far stand.
           DIVIDE WS-FAST-ITERATIONS BY CYCLE-PERIOD
             GIVING WS-FULL-CYCLES
             REMAINDER WS-PREFIX-COUNT.
             VARYING CYCLE-K FROM 0 BY 1
             UNTIL CYCLE-K >= CYCLE-LOOP-LIMIT.

           ADD WS-FAST-ITERATIONS TO CNT-TOTAL.
           COMPUTE CNT-FIZZ = CNT-FIZZ
             + CYC-FIZZ * WS-FULL-CYCLES + PFX-FIZZ.
           COMPUTE CNT-BUZZ = CNT-BUZZ
             + CYC-BUZZ * WS-FULL-CYCLES + PFX-BUZZ.
           COMPUTE CNT-FIZZBUZZ = CNT-FIZZBUZZ
             + CYC-FIZZBUZZ * WS-FULL-CYCLES + PFX-FIZZBUZZ.
           COMPUTE CNT-PLAIN = CNT-PLAIN
             + CYC-PLAIN * WS-FULL-CYCLES + PFX-PLAIN.
           COMPUTE CNT-OTHER-RULE = CNT-OTHER-RULE
             + CYC-OTHER * WS-FULL-CYCLES + PFX-OTHER.

           SET FAST-PATH-TAKEN TO TRUE.

       3294Z.
           EXIT.

       3300-CLOSE-STOPPED-RUN SECTION.
      *    An operator stopped the range at a checkpoint.  A HOLD
      *    parks the run on PARKFILE with its checkpoint kept under
      *    a name of its own, and closes the section with no trailer
      *    - the lines so far are the front of a document the
      *    resuming window finishes.  A CANCEL closes the section
      *    the way a finished range is closed, trailer and all, and
      *    clears the checkpoint.  Either way the end banner, the
      *    audit status and a window event say it was the operator's
      *    doing, so nothing downstream mistakes it for a torn
      *    stream.
           MOVE WS-REQUEST-SEQ TO WS-TRIM-SOURCE.
           PERFORM U09A-DE-EDIT-NUMBER THRU U09AZ.
           MOVE WS-TRIM-RESULT TO WS-SEQ-TRIM.

           IF OPERATOR-HOLD THEN
             PERFORM 3310-PARK-HELD-RUN THRU 3310Z
             PERFORM 2070-WRITE-END-BANNER THRU 2070Z
             MOVE "HD" TO WS-AUDIT-NEW-STATUS
             MOVE "HOLD" TO WS-WND-EVENT
             MOVE SPACES TO WS-OUTPUT-LINE
             STRING "FIZZBUZZ: RUN " DELIMITED BY SIZE
               WS-RUN-NUMBER-TRIM DELIMITED BY SPACE
               " SEQ " DELIMITED BY SIZE
               WS-SEQ-TRIM DELIMITED BY SPACE
               " HELD BY OPERATOR - PARKED FOR A LATER WINDOW"
                 DELIMITED BY SIZE
               INTO WS-OUTPUT-LINE
           ELSE
             PERFORM 2020-PRINT-FORMAT-EPILOGUE THRU 2020Z
             PERFORM 2800-PRINT-SUMMARY-TRAILER THRU 2800Z
             PERFORM 2070-WRITE-END-BANNER THRU 2070Z
             PERFORM 2700-CHECKPOINT-CLEAR THRU 2700Z
             MOVE "CN" TO WS-AUDIT-NEW-STATUS
             MOVE "CANCEL" TO WS-WND-EVENT
             MOVE SPACES TO WS-OUTPUT-LINE
             STRING "FIZZBUZZ: RUN " DELIMITED BY SIZE
               WS-RUN-NUMBER-TRIM DELIMITED BY SPACE
               " SEQ " DELIMITED BY SIZE
               WS-SEQ-TRIM DELIMITED BY SPACE
               " CANCELLED BY OPERATOR" DELIMITED BY SIZE
               INTO WS-OUTPUT-LINE
           END-IF.
           DISPLAY WS-OUTPUT-LINE.

           MOVE WS-RUN-NUMBER TO WS-AUDIT-FIX-RUN.
           PERFORM U18-SET-AUDIT-STATUS THRU U18Z.

           MOVE WS-RUN-NUMBER TO WS-WND-RUN.
           MOVE SPACES TO WS-WND-OUTCOME.
           STRING "SEQ " DELIMITED BY SIZE
             WS-SEQ-TRIM DELIMITED BY SPACE
             INTO WS-WND-OUTCOME.
           PERFORM U12-WRITE-WINDOW-EVENT THRU U12Z.

       3300Z.
           EXIT.

       3310-PARK-HELD-RUN SECTION.
      *    Everything the resuming window needs to carry the run on
      *    as if it had never stopped: where it stopped, what it had
      *    counted, whether the JSON array already has an element,
      *    which checkpoint to resume from and the request itself.
      *    The checkpoint is renamed CHECKPOINT.HELD.<run> first:
      *    left under the range's own name, the next request for
      *    the same START/END/STEP would resume from it - or write
      *    over it - before the held run came back.  A run held a
      *    second time is already under its held name; a rename
      *    that fails leaves the checkpoint where it was, and the
      *    park record names it there.
           MOVE SPACES TO WS-CHKPT-HELD-NAME.
           STRING "CHECKPOINT.HELD." DELIMITED BY SIZE
             WS-RUN-NUMBER-TRIM DELIMITED BY SPACE
             INTO WS-CHKPT-HELD-NAME.
           IF WS-CHECKPOINT-FILENAME NOT = WS-CHKPT-HELD-NAME THEN
             CALL "CBL_RENAME_FILE" USING WS-CHECKPOINT-FILENAME
               WS-CHKPT-HELD-NAME
               RETURNING WS-RENAME-RC
             IF WS-RENAME-RC = ZERO THEN
               MOVE WS-CHKPT-HELD-NAME TO WS-CHECKPOINT-FILENAME
             END-IF
           END-IF.

           MOVE SPACES TO PARK-RECORD.
           MOVE WS-RUN-NUMBER TO PARK-RUN-NUMBER.
           MOVE WS-REQUEST-SEQ TO PARK-SEQUENCE.
           SET PARK-HELD TO TRUE.
           MOVE WS-WINDOW-ID TO PARK-WINDOW-ID.
           ACCEPT PARK-DATE FROM DATE YYYYMMDD.
           ACCEPT PARK-TIME FROM TIME.
           MOVE ZERO TO PARK-SETTLED-WINDOW-ID.
           MOVE WS-REQUEST-USER TO PARK-USER-ID.
           MOVE WS-REQUEST-DEPT TO PARK-DEPT-CODE.
           MOVE WS-STOP-LAST-NUMBER TO PARK-LAST-NUMBER.
           MOVE WS-ITERATION-COUNT TO PARK-ITERATIONS.
           MOVE CNT-TOTAL TO PARK-CNT-TOTAL.
           MOVE CNT-FIZZ TO PARK-CNT-FIZZ.
           MOVE CNT-BUZZ TO PARK-CNT-BUZZ.
           MOVE CNT-FIZZBUZZ TO PARK-CNT-FIZZBUZZ.
           MOVE CNT-PLAIN TO PARK-CNT-PLAIN.
           MOVE CNT-OTHER-RULE TO PARK-CNT-OTHER.
           MOVE WS-FIRST-ELEMENT-SW TO PARK-FIRST-ELEMENT-SW.
           MOVE WS-CHECKPOINT-FILENAME TO PARK-CHECKPOINT-NAME.
           MOVE EDIT-REQUEST-IMAGE TO PARK-REQUEST.
           PERFORM U20-APPEND-PARK-RECORD THRU U20Z.

       3310Z.
           EXIT.

       3400-NOTE-RUN-RESUMED SECTION.
      *    The run is back in flight: its audit record goes back to
      *    running, PARKFILE is told this window has taken it up -
      *    so a later RESUME= naming it is refused rather than
      *    running it a second time - and the window trail shows
      *    which window took it up again.
           MOVE "00" TO WS-AUDIT-NEW-STATUS.
           MOVE RSUM-RUN-NUMBER TO WS-AUDIT-FIX-RUN.
           PERFORM U18-SET-AUDIT-STATUS THRU U18Z.

           IF RSUM-RELEASED THEN
             MOVE RSUM-RECORD TO PARK-RECORD
             MOVE WS-REQUEST-SEQ TO PARK-SEQUENCE
             SET PARK-RESUMED TO TRUE
             ACCEPT PARK-DATE FROM DATE YYYYMMDD
             ACCEPT PARK-TIME FROM TIME
             MOVE WS-WINDOW-ID TO PARK-SETTLED-WINDOW-ID
             PERFORM U20-APPEND-PARK-RECORD THRU U20Z
           END-IF.

           MOVE WS-REQUEST-SEQ TO WS-TRIM-SOURCE.
           PERFORM U09A-DE-EDIT-NUMBER THRU U09AZ.
           MOVE WS-TRIM-RESULT TO WS-SEQ-TRIM.
           MOVE "RESUME" TO WS-WND-EVENT.
           MOVE RSUM-RUN-NUMBER TO WS-WND-RUN.
           MOVE SPACES TO WS-WND-OUTCOME.
           STRING "SEQ " DELIMITED BY SIZE
             WS-SEQ-TRIM DELIMITED BY SPACE
             INTO WS-WND-OUTCOME.
           PERFORM U12-WRITE-WINDOW-EVENT THRU U12Z.

       3400Z.
           EXIT.

       3410-RESTORE-PARKED-COUNTS SECTION.
           MOVE RSUM-CNT-TOTAL TO CNT-TOTAL.
           MOVE RSUM-CNT-FIZZ TO CNT-FIZZ.
           MOVE RSUM-CNT-BUZZ TO CNT-BUZZ.
           MOVE RSUM-CNT-FIZZBUZZ TO CNT-FIZZBUZZ.
           MOVE RSUM-CNT-PLAIN TO CNT-PLAIN.
           MOVE RSUM-CNT-OTHER TO CNT-OTHER-RULE.
           MOVE RSUM-ITERATIONS TO WS-ITERATION-COUNT.
           MOVE RSUM-FIRST-ELEMENT-SW TO WS-FIRST-ELEMENT-SW.

       3410Z.
           EXIT.

       2060-WRITE-BEGIN-BANNER SECTION.
      *    Batch sections are bracketed by banner lines (layout in
      *    BNRREC) naming the request and its run number, so FBMERGE
             MOVE FORMAT-CODE TO BNR-FORMAT-CODE
             MOVE WS-REQUEST-USER TO BNR-USER-ID
             MOVE WS-REQUEST-DEPT TO BNR-DEPT-CODE
             MOVE WS-LOADED-RULESET TO BNR-RULESET-VERSION
             MOVE RULES-LOADED-SW TO BNR-RULES-SOURCE
             MOVE WS-REQUEST-NEEDBY TO BNR-NEEDED-BY
             MOVE RANGE-BANNER-RECORD TO REPORT-LINE
             WRITE REPORT-LINE
           END-IF.
      *    the trailer was printed from - the merge sums its grand
      *    totals off these, and a section whose end banner never
      *    made it to disk is exactly how a torn stream shows itself.
      *    A section an operator stopped says so in its close code.
           IF BATCH-MODE THEN
             MOVE SPACES TO RANGE-BANNER-RECORD
             MOVE "*RANGEE*" TO BNR-STAMP
             MOVE CNT-FIZZBUZZ TO BNR-CNT-FIZZBUZZ
             MOVE CNT-PLAIN TO BNR-CNT-PLAIN
             MOVE CNT-OTHER-RULE TO BNR-CNT-OTHER
             EVALUATE TRUE
               WHEN OPERATOR-HOLD
                 SET BNR-CLOSED-HELD TO TRUE
               WHEN OPERATOR-CANCEL
                 SET BNR-CLOSED-CANCELLED TO TRUE
               WHEN OTHER
                 SET BNR-CLOSED-COMPLETE TO TRUE
             END-EVALUATE
             MOVE RANGE-BANNER-RECORD TO REPORT-LINE
             WRITE REPORT-LINE
           END-IF.
             PERFORM 2905-SETTLE-RANGE-DIRECTION THRU 2905Z
           END-IF.

           PERFORM 2960-EDIT-RULESET THRU 2960Z.
           PERFORM 2970-EDIT-NEEDED-BY THRU 2970Z.

      *    Who is asking comes last - an unknown or frozen requester
      *    is reported whatever else was wrong with the line, but a
      *    budget can only be charged for a range that is otherwise
      *    fit to run.
           PERFORM 2930-EDIT-REQUESTER THRU 2930Z.

       2900Z.
           EXIT.

       2920Z.
           EXIT.

       2930-EDIT-REQUESTER SECTION.
      *    A blank USER= is as unknown as a mistyped one once a
      *    master exists.  A DEPT= the caller left off is filled in
      *    from the master, so the audit record, the banner and the
      *    chargeback all carry the department the requester really
      *    belongs to; one keyed against the master is refused
      *    rather than quietly corrected.
           IF NOT REQMAST-LOADED THEN
             PERFORM U13-LOAD-REQUESTER-MASTER THRU U13Z
           END-IF.

           IF REQMAST-ON-FILE THEN
             PERFORM 2935-READ-REQUESTER THRU 2935Z
             EVALUATE TRUE
               WHEN REQUESTER-NOT-FOUND
                 SET EDIT-REASON-UNKNOWN-USER TO TRUE
                 PERFORM 2950-WRITE-REJECT-RECORD THRU 2950Z
               WHEN NOT MASTER-REQUESTER-ACTIVE
                 SET EDIT-REASON-INACTIVE-USER TO TRUE
                 PERFORM 2950-WRITE-REJECT-RECORD THRU 2950Z
               WHEN WS-REQUEST-DEPT NOT = SPACES
                    AND WS-REQUEST-DEPT NOT = WS-MASTER-DEPT
                 SET EDIT-REASON-WRONG-DEPT TO TRUE
                 PERFORM 2950-WRITE-REJECT-RECORD THRU 2950Z
               WHEN OTHER
                 MOVE WS-MASTER-DEPT TO WS-REQUEST-DEPT
                 PERFORM 2940-EDIT-DEPT-BUDGET THRU 2940Z
             END-EVALUATE
           END-IF.

       2930Z.
           EXIT.

       2935-READ-REQUESTER SECTION.
      *    One keyed read per request - the master is opened and
      *    closed around it the way every other shared file here
      *    is, so FBREQMT can maintain it between runs.
           SET REQUESTER-NOT-FOUND TO TRUE.
           MOVE SPACES TO WS-MASTER-DEPT.
           MOVE 'N' TO WS-MASTER-ACTIVE-SW.
           IF WS-REQUEST-USER NOT = SPACES THEN
             OPEN INPUT REQ-MASTER
             IF REQM-STATUS-NUM = 00 THEN
               SET REQM-USER-ENTRY TO TRUE
               MOVE WS-REQUEST-USER TO REQM-KEY-CODE
               READ REQ-MASTER
                 KEY IS REQM-KEY
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   SET REQUESTER-FOUND TO TRUE
                   MOVE REQM-USER-DEPT TO WS-MASTER-DEPT
                   MOVE REQM-ACTIVE-SW TO WS-MASTER-ACTIVE-SW
               END-READ
               CLOSE REQ-MASTER
             END-IF
           END-IF.

       2935Z.
           EXIT.

       2940-EDIT-DEPT-BUDGET SECTION.
      *    A frozen department turns its requesters away under the
      *    same reason as a frozen requester.  A department with no
      *    bucket (not on the master) or a zero budget has no
      *    ceiling.  An accepted request's iterations are added to
      *    the bucket on the spot - this is the last edit, so an
      *    accepted request is one that runs.  The torn request a
      *    restarted stream picks back up is not charged again - its
      *    first attempt's audit record is already in the month's
      *    consumption - and neither is a held run being resumed.
           MOVE ZERO TO BGT-FOUND-IDX.
           PERFORM 2945-MATCH-ONE-BUCKET THRU 2945Z
             VARYING BGT-IDX FROM 1 BY 1
             UNTIL BGT-IDX > BGT-COUNT.

           IF BGT-FOUND-IDX > ZERO THEN
             IF NOT BGT-DEPT-ACTIVE(BGT-FOUND-IDX) THEN
               SET EDIT-REASON-INACTIVE-USER TO TRUE
               PERFORM 2950-WRITE-REJECT-RECORD THRU 2950Z
             ELSE
               IF REQUEST-VALID AND NOT RESTART-REUSE-RUN
                  AND NOT PARK-RESUMING THEN
                 MOVE START-NUMBER TO BGT-CALC-START
                 MOVE END-NUMBER TO BGT-CALC-END
                 MOVE STEP-NUMBER TO BGT-CALC-STEP
                 MOVE 'Y' TO BGT-CALC-CAPTURE-SW
                 PERFORM U14-DERIVE-ITERATIONS THRU U14Z
                 COMPUTE BGT-PROJECTED =
                   BGT-USED(BGT-FOUND-IDX) + BGT-ITERATIONS
                 IF BGT-LIMIT(BGT-FOUND-IDX) > ZERO
                    AND BGT-PROJECTED > BGT-LIMIT(BGT-FOUND-IDX) THEN
                   SET EDIT-REASON-OVER-BUDGET TO TRUE
                   PERFORM 2950-WRITE-REJECT-RECORD THRU 2950Z
                 ELSE
                   ADD BGT-ITERATIONS TO BGT-USED(BGT-FOUND-IDX)
                     ON SIZE ERROR
                       MOVE 99999999999999999999
                         TO BGT-USED(BGT-FOUND-IDX)
                   END-ADD
                 END-IF
               END-IF
             END-IF
           END-IF.

       2940Z.
           EXIT.

       2945-MATCH-ONE-BUCKET SECTION.
           IF BGT-FOUND-IDX = ZERO
              AND BGT-DEPT(BGT-IDX) = WS-REQUEST-DEPT THEN
             MOVE BGT-IDX TO BGT-FOUND-IDX
           END-IF.

       2945Z.
           EXIT.

       2950-WRITE-REJECT-RECORD SECTION.
      *    One REJECTOUT record per violated edit - stamped the same
      *    way U06-WRITE-AUDIT-RECORD stamps AUDITLOG, with the
           WRITE REJECT-RECORD.
           CLOSE REJECT-FILE.

      *    A web submission answers with its reasons as well - the
      *    requester is not the one who reads REJECTOUT.
           IF CGI-MODE AND SUBMIT-REASON-COUNT < 20 THEN
             ADD 1 TO SUBMIT-REASON-COUNT
             MOVE EDIT-REASON-CODE
               TO SUBMIT-REASON-CODE(SUBMIT-REASON-COUNT)
           END-IF.

       2950Z.
           EXIT.

       2960-EDIT-RULESET SECTION.
      *    No RULESET= runs under today's rules, as it always has.
      *    One that names the version RULESPIT was last rebuilt at
      *    runs under RULESPIT - even when that is also today's
      *    version, since the rebuild carries the original run's
      *    date for the effective windows.  One naming today's
      *    version with no matching rebuild runs under RULESFILE.
      *    Anything else cannot be reproduced here and is refused
      *    rather than quietly run under the wrong rules.
           SET RULES-WANTED-CURRENT TO TRUE.
           IF WS-RULESET-SUPPLIED THEN
             IF NOT RULPIT-LOADED THEN
               PERFORM U15-LOAD-REBUILT-VERSION THRU U15Z
             END-IF
             MOVE WS-RULESET-RAW TO EDIT-NUMERIC-TEST
             PERFORM 2910-TEST-FIELD-NUMERIC THRU 2910Z
             EVALUATE TRUE
               WHEN EDIT-FIELD-NOT-NUMERIC
               WHEN WS-RULESET-RAW(7:) NOT = SPACES
                 SET EDIT-REASON-NO-RULESET TO TRUE
                 PERFORM 2950-WRITE-REJECT-RECORD THRU 2950Z
               WHEN RULPIT-ON-HAND
                    AND WS-REQUEST-RULESET = WS-RULPIT-VERSION
                 SET RULES-WANTED-REBUILT TO TRUE
               WHEN WS-REQUEST-RULESET = WS-CURRENT-RULESET
                 CONTINUE
               WHEN OTHER
                 SET EDIT-REASON-NO-RULESET TO TRUE
                 PERFORM 2950-WRITE-REJECT-RECORD THRU 2950Z
             END-EVALUATE
           END-IF.

       2960Z.
           EXIT.

       2970-EDIT-NEEDED-BY SECTION.
      *    A deadline nobody can be held to is worse than none - a
      *    NEEDBY= that is not twelve digits naming a real month,
      *    day, hour and minute is refused rather than quietly run
      *    with no deadline the requester believes they were given.
           IF WS-NEEDBY-SUPPLIED THEN
             MOVE WS-NEEDBY-RAW TO EDIT-NUMERIC-TEST
             PERFORM 2910-TEST-FIELD-NUMERIC THRU 2910Z
             PERFORM U21-NEEDBY-MONTH-LENGTH THRU U21Z
             EVALUATE TRUE
               WHEN EDIT-FIELD-NOT-NUMERIC
               WHEN WS-NEEDBY-RAW(12:1) = SPACE
               WHEN WS-NEEDBY-RAW(13:) NOT = SPACES
               WHEN WS-NEEDBY-MONTH < 1 OR WS-NEEDBY-MONTH > 12
               WHEN WS-NEEDBY-DAY < 1
               WHEN WS-NEEDBY-DAY > WS-MONTH-LENGTH
               WHEN WS-NEEDBY-HOUR > 23
               WHEN WS-NEEDBY-MINUTE > 59
                 MOVE ZERO TO WS-REQUEST-NEEDBY
                 SET EDIT-REASON-BAD-NEEDBY TO TRUE
                 PERFORM 2950-WRITE-REJECT-RECORD THRU 2950Z
               WHEN OTHER
                 CONTINUE
             END-EVALUATE
           END-IF.

       2970Z.
           EXIT.

       2090-EMIT-LINE SECTION.
           IF BATCH-MODE THEN
             MOVE WS-OUTPUT-LINE TO REPORT-LINE
           IF CHKPT-INTERVAL-REM = 0 THEN
             PERFORM 2550-CHECKPOINT-WRITE THRU 2550Z
             PERFORM 2560-RUN-STATUS-WRITE THRU 2560Z
             IF BATCH-MODE THEN
               PERFORM 2580-CHECK-OPERATOR-COMMANDS THRU 2580Z
             END-IF
           END-IF.

       2500Z.
       2570Z.
           EXIT.

       2580-CHECK-OPERATOR-COMMANDS SECTION.
      *    The checkpoint just saved is exactly where a stopped run
      *    stands, so this is the one moment a HOLD or CANCEL can be
      *    honoured cleanly - the walk ends after this number and
      *    3300-CLOSE-STOPPED-RUN closes the section out.  A RELEASE
      *    keyed after a HOLD for the same run leaves it running.
           MOVE WS-RUN-NUMBER TO WS-OPER-RUN.
           MOVE WS-REQUEST-SEQ TO WS-OPER-SEQ.
           PERFORM U19-FIND-OPERATOR-COMMAND THRU U19Z.
           EVALUATE TRUE
             WHEN OPER-VERB-HOLD
               SET OPERATOR-HOLD TO TRUE
               MOVE CURRENT-NUMBER TO WS-STOP-LAST-NUMBER
             WHEN OPER-VERB-CANCEL
               SET OPERATOR-CANCEL TO TRUE
               MOVE CURRENT-NUMBER TO WS-STOP-LAST-NUMBER
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

       2580Z.
           EXIT.

       2600-CHECKPOINT-RESUME SECTION.
      *    If a checkpoint exists for this exact START/END/STEP range,
      *    pick up right after the last number it finished instead of
             MOVE 1 TO WS-RUN-NUMBER
           END-IF.

       U17-DRAW-TICKET-NUMBER SECTION.
      *    Tickets are drawn off TICKETCTL exactly as run numbers are
      *    drawn off RUNCTL - the same one-record counter, the same
      *    exclusive lock and back-off, the same seven-digit wrap -
      *    by pointing the run-control file at the ticket counter
      *    for the one draw.  A submit hit never draws a run number,
      *    so the name is not wanted back.  A draw that cannot get
      *    the lock leaves the ticket at zero, and the submission is
      *    refused rather than queued under a number nobody could
      *    ask after.
           MOVE "TICKETCTL" TO WS-RUNCTL-NAME.
           MOVE ZERO TO WS-RUN-NUMBER WS-RUNCTL-ATTEMPTS.
           SET RUNCTL-DRAW-PENDING TO TRUE.
           PERFORM U10A-DRAW-NEXT-NUMBER THRU U10AZ
             UNTIL RUNCTL-DRAW-DONE OR WS-RUNCTL-ATTEMPTS > 50.

           IF RUNCTL-DRAW-DONE THEN
             MOVE WS-RUN-NUMBER TO WS-REQUEST-TICKET
           ELSE
             MOVE ZERO TO WS-REQUEST-TICKET
           END-IF.
           MOVE ZERO TO WS-RUN-NUMBER.

       U17Z.
           EXIT.

       U18-SET-AUDIT-STATUS SECTION.
      *    Puts WS-AUDIT-NEW-STATUS on run WS-AUDIT-FIX-RUN's batch
      *    audit record, rewritten in place - the status is the same
      *    two bytes whatever it says, so the record never changes
      *    length.  Run numbers wrap, so it is the last record
      *    wearing the number that is changed, found on a first pass
      *    and rewritten on a second.  A record already cut to an
      *    AUDARC generation is history and is left as it was.
      *    The rewrite holds AUDITLOG under its exclusive lock; a
      *    pass that finds it held - or finds the record no longer
      *    where the first pass left it - backs off and starts over,
      *    as U10 does for RUNCTL.  A status that still cannot be
      *    put is named on the console and the step ends RC 4.
           MOVE ZERO TO WS-AUDIT-ATTEMPTS.
           SET AUDIT-WRITE-PENDING TO TRUE.
           PERFORM U18C-TRY-AUDIT-STATUS THRU U18CZ
             UNTIL AUDIT-WRITE-DONE OR WS-AUDIT-ATTEMPTS > 50.

           IF AUDIT-WRITE-PENDING THEN
             DISPLAY "FIZZBUZZ: AUDITLOG STAYED LOCKED - RUN "
               WS-AUDIT-FIX-RUN " NOT PUT TO STATUS "
               WS-AUDIT-NEW-STATUS
             SET AUDIT-WRITE-FAILED TO TRUE
           END-IF.

       U18Z.
           EXIT.

       U18A-FIND-ONE-AUDIT-RECORD SECTION.
           READ AUDIT-LOG
             AT END
               MOVE "10" TO AUDIT-STATUS
             NOT AT END
               ADD 1 TO WS-AUDIT-REC-NO
               IF AUDIT-RUN-NUMBER IS NUMERIC
                  AND AUDIT-RUN-NUMBER = WS-AUDIT-FIX-RUN
                  AND AUDIT-BATCH-RUN THEN
                 MOVE WS-AUDIT-REC-NO TO WS-AUDIT-FIX-REC-NO
               END-IF
           END-READ.

       U18AZ.
           EXIT.

       U18B-REWRITE-ONE-AUDIT-RECORD SECTION.
           READ AUDIT-LOG
             AT END
               MOVE "10" TO AUDIT-STATUS
             NOT AT END
               ADD 1 TO WS-AUDIT-REC-NO
               IF WS-AUDIT-REC-NO = WS-AUDIT-FIX-REC-NO THEN
                 IF AUDIT-RUN-NUMBER IS NUMERIC
                    AND AUDIT-RUN-NUMBER = WS-AUDIT-FIX-RUN
                    AND AUDIT-BATCH-RUN THEN
                   MOVE WS-AUDIT-NEW-STATUS TO AUDIT-RUN-STATUS
                   REWRITE AUDIT-RECORD
                   IF AUDIT-STATUS = "00" THEN
                     SET AUDIT-WRITE-DONE TO TRUE
                   END-IF
                 END-IF
                 MOVE "10" TO AUDIT-STATUS
               END-IF
           END-READ.

       U18BZ.
           EXIT.

       U18C-TRY-AUDIT-STATUS SECTION.
      *    No AUDITLOG, or no batch record for the run on it, leaves
      *    nothing to put right.
           ADD 1 TO WS-AUDIT-ATTEMPTS.
           MOVE ZERO TO WS-AUDIT-REC-NO WS-AUDIT-FIX-REC-NO.
           OPEN INPUT AUDIT-LOG.
           EVALUATE AUDIT-STATUS
             WHEN "00"
               PERFORM U18A-FIND-ONE-AUDIT-RECORD THRU U18AZ
                 UNTIL AUDIT-STATUS NOT = "00"
               CLOSE AUDIT-LOG
               IF WS-AUDIT-FIX-REC-NO = ZERO THEN
                 SET AUDIT-WRITE-DONE TO TRUE
               ELSE
                 MOVE ZERO TO WS-AUDIT-REC-NO
                 OPEN I-O AUDIT-LOG
                 IF AUDIT-STATUS = "00" THEN
                   PERFORM U18B-REWRITE-ONE-AUDIT-RECORD THRU U18BZ
                     UNTIL AUDIT-STATUS NOT = "00"
                   CLOSE AUDIT-LOG
                 END-IF
               END-IF
             WHEN "35"
               SET AUDIT-WRITE-DONE TO TRUE
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

      *    Somebody else holds the lock - back off and try again.
           IF AUDIT-WRITE-PENDING THEN
             CALL "CBL_OC_NANOSLEEP" USING WS-RUNCTL-NANOS
           END-IF.

       U18CZ.
           EXIT.

       U19-FIND-OPERATOR-COMMAND SECTION.
      *    The verb of the last OPERCMD card naming WS-OPER-RUN or
      *    WS-OPER-SEQ (zero matches nothing), spaces when none does.
      *    A card keyed for another window, or one that is not a
      *    HOLD, RELEASE or CANCEL at all, is passed over.  No deck
      *    on file is the usual case and means no command.
           MOVE SPACES TO WS-OPER-VERB.
           OPEN INPUT OPER-CMD.
           IF OPCM-STATUS-NUM = 00 THEN
             PERFORM U19A-MATCH-ONE-COMMAND THRU U19AZ
               UNTIL OPCM-STATUS-NUM > 9
             CLOSE OPER-CMD
           END-IF.

       U19Z.
           EXIT.

       U19A-MATCH-ONE-COMMAND SECTION.
           READ OPER-CMD
             AT END
               MOVE 10 TO OPCM-STATUS-NUM
             NOT AT END
               EVALUATE TRUE
                 WHEN NOT OPCM-HOLD AND NOT OPCM-RELEASE
                      AND NOT OPCM-CANCEL
                 WHEN OPCM-TARGET IS NOT NUMERIC
                 WHEN OPCM-WINDOW-ID IS NUMERIC
                      AND OPCM-WINDOW-ID > ZERO
                      AND OPCM-WINDOW-ID NOT = WS-WINDOW-ID
                   CONTINUE
                 WHEN OPCM-BY-RUN AND WS-OPER-RUN > ZERO
                      AND OPCM-TARGET = WS-OPER-RUN
                 WHEN OPCM-BY-SEQ AND WS-OPER-SEQ > ZERO
                      AND OPCM-TARGET = WS-OPER-SEQ
                   MOVE OPCM-VERB TO WS-OPER-VERB
                 WHEN OTHER
                   CONTINUE
               END-EVALUATE
           END-READ.

       U19AZ.
           EXIT.

       U20-APPEND-PARK-RECORD SECTION.
      *    PARKFILE only ever grows here - EXTEND per record, the way
      *    AUDITLOG does, since every stream of a window may park.
           OPEN EXTEND PARK-FILE.
           IF PARK-STATUS = "35" OR PARK-STATUS = "05" THEN
             OPEN OUTPUT PARK-FILE
           END-IF.
           WRITE PARK-RECORD.
           CLOSE PARK-FILE.

       U20Z.
           EXIT.

       U21-NEEDBY-MONTH-LENGTH SECTION.
      *    WS-MONTH-LENGTH becomes the number of days in the NEEDBY=
      *    month - February gets its twenty-ninth when the year
      *    divides by four but not by one hundred, unless by four
      *    hundred.  A month that is not a real one is left at 31;
      *    the edit refuses it on its own account.
           MOVE 31 TO WS-MONTH-LENGTH.
           IF WS-NEEDBY-YEAR IS NUMERIC
              AND WS-NEEDBY-MONTH IS NUMERIC
              AND WS-NEEDBY-MONTH >= 1
              AND WS-NEEDBY-MONTH <= 12 THEN
             MOVE MONTH-DAY-COUNT(WS-NEEDBY-MONTH)
               TO WS-MONTH-LENGTH
             IF WS-NEEDBY-MONTH = 2 THEN
               PERFORM U21A-ADD-LEAP-DAY-IF-DUE THRU U21AZ
             END-IF
           END-IF.

       U21Z.
           EXIT.

       U21A-ADD-LEAP-DAY-IF-DUE SECTION.
           DIVIDE WS-NEEDBY-YEAR BY 4 GIVING WS-LEAP-QUOT
             REMAINDER WS-LEAP-REM4.
           DIVIDE WS-NEEDBY-YEAR BY 100 GIVING WS-LEAP-QUOT
             REMAINDER WS-LEAP-REM100.
           DIVIDE WS-NEEDBY-YEAR BY 400 GIVING WS-LEAP-QUOT
             REMAINDER WS-LEAP-REM400.
           IF WS-LEAP-REM4 = ZERO
              AND (WS-LEAP-REM100 NOT = ZERO
                   OR WS-LEAP-REM400 = ZERO) THEN
             MOVE 29 TO WS-MONTH-LENGTH
           END-IF.

       U21AZ.
           EXIT.

       U13-LOAD-REQUESTER-MASTER SECTION.
      *    Every department entry on REQMAST becomes a budget
      *    bucket, then one pass over the live AUDITLOG charges the
      *    month's runs so far to their buckets.  Departments past
      *    the table's hundredth are left without a ceiling and said
      *    so, not written past the table's end.
           SET REQMAST-LOADED TO TRUE.
           MOVE ZERO TO BGT-COUNT.
           OPEN INPUT REQ-MASTER.
           IF REQM-STATUS-NUM = 00 THEN
             SET REQMAST-ON-FILE TO TRUE
             MOVE LOW-VALUES TO REQM-KEY
             START REQ-MASTER KEY IS NOT LESS THAN REQM-KEY
               INVALID KEY
                 CONTINUE
             END-START
             IF REQM-STATUS = "00" THEN
               PERFORM U13A-LOAD-ONE-ENTRY THRU U13AZ
                 UNTIL REQM-STATUS-NUM > 9
             END-IF
             CLOSE REQ-MASTER
           END-IF.

           IF REQMAST-ON-FILE AND BGT-COUNT > ZERO THEN
             ACCEPT WS-BUDGET-DATE FROM DATE YYYYMMDD
             OPEN INPUT AUDIT-LOG
             IF AUDIT-STATUS = "00" THEN
               PERFORM U13B-CHARGE-ONE-AUDIT-RECORD THRU U13BZ
                 UNTIL AUDIT-STATUS NOT = "00"
               CLOSE AUDIT-LOG
             END-IF
           END-IF.

       U13Z.
           EXIT.

       U13A-LOAD-ONE-ENTRY SECTION.
           READ REQ-MASTER NEXT RECORD
             AT END
               MOVE 10 TO REQM-STATUS-NUM
             NOT AT END
               IF REQM-DEPT-ENTRY THEN
                 IF BGT-COUNT >= 100 THEN
                   DISPLAY "FIZZBUZZ: REQMAST HAS MORE THAN 100 "
                     "DEPARTMENTS - " REQM-KEY-CODE " HAS NO CEILING"
                 ELSE
                   ADD 1 TO BGT-COUNT
                   MOVE REQM-KEY-CODE TO BGT-DEPT(BGT-COUNT)
                   MOVE REQM-ACTIVE-SW TO BGT-ACTIVE-SW(BGT-COUNT)
                   IF REQM-DEPT-BUDGET IS NUMERIC THEN
                     MOVE REQM-DEPT-BUDGET TO BGT-LIMIT(BGT-COUNT)
                   ELSE
                     MOVE ZERO TO BGT-LIMIT(BGT-COUNT)
                   END-IF
                   MOVE ZERO TO BGT-USED(BGT-COUNT)
                 END-IF
               END-IF
           END-READ.

       U13AZ.
           EXIT.

       U13B-CHARGE-ONE-AUDIT-RECORD SECTION.
           READ AUDIT-LOG
             AT END
               MOVE "10" TO AUDIT-STATUS
             NOT AT END
               IF AUDIT-RUN-DATE IS NUMERIC THEN
                 MOVE AUDIT-RUN-DATE TO WS-AUDIT-DATE
                 IF WS-AUDIT-MONTH = WS-BUDGET-MONTH THEN
                   PERFORM U13C-CHARGE-AUDIT-TO-BUCKET THRU U13CZ
                 END-IF
               END-IF
           END-READ.

       U13BZ.
           EXIT.

       U13C-CHARGE-AUDIT-TO-BUCKET SECTION.
           MOVE ZERO TO BGT-FOUND-IDX.
           PERFORM U13D-MATCH-AUDIT-BUCKET THRU U13DZ
             VARYING BGT-IDX FROM 1 BY 1
             UNTIL BGT-IDX > BGT-COUNT.

           IF BGT-FOUND-IDX > ZERO THEN
             MOVE 'N' TO BGT-CALC-CAPTURE-SW
             MOVE ZERO TO BGT-CALC-START BGT-CALC-END BGT-CALC-STEP
             IF AUDIT-END-NUMBER IS NUMERIC THEN
               MOVE AUDIT-END-NUMBER TO BGT-CALC-END
             END-IF
             IF AUDIT-START-NUMBER IS NUMERIC
                AND AUDIT-STEP-NUMBER IS NUMERIC THEN
               MOVE AUDIT-START-NUMBER TO BGT-CALC-START
               MOVE AUDIT-STEP-NUMBER TO BGT-CALC-STEP
               MOVE 'Y' TO BGT-CALC-CAPTURE-SW
             END-IF
             PERFORM U14-DERIVE-ITERATIONS THRU U14Z
             ADD BGT-ITERATIONS TO BGT-USED(BGT-FOUND-IDX)
               ON SIZE ERROR
                 MOVE 99999999999999999999 TO BGT-USED(BGT-FOUND-IDX)
             END-ADD
           END-IF.

       U13CZ.
           EXIT.

       U13D-MATCH-AUDIT-BUCKET SECTION.
           IF BGT-FOUND-IDX = ZERO
              AND BGT-DEPT(BGT-IDX) = AUDIT-DEPT-CODE THEN
             MOVE BGT-IDX TO BGT-FOUND-IDX
           END-IF.

       U13DZ.
           EXIT.

       U14-DERIVE-ITERATIONS SECTION.
      *    What a range costs in iterations - FBCHGBK's 2600-DERIVE-
      *    ITERATIONS to the letter, so the budget is enforced in the
      *    same currency the chargeback bills it in: the span between
      *    the bounds (whichever way round they run) over STEP, plus
      *    one, END itself excluded.  An audit record older than the
      *    full request capture falls back to the classic 1-BY-1-
      *    from-1 reading of END alone.
           IF BGT-CALC-CAPTURED AND BGT-CALC-STEP > ZERO THEN
             EVALUATE TRUE
               WHEN BGT-CALC-END > BGT-CALC-START
                 COMPUTE BGT-ITER-SPAN =
                   BGT-CALC-END - 1 - BGT-CALC-START
                 COMPUTE BGT-ITERATIONS =
                   BGT-ITER-SPAN / BGT-CALC-STEP + 1
               WHEN BGT-CALC-START > BGT-CALC-END
                 COMPUTE BGT-ITER-SPAN =
                   BGT-CALC-START - 1 - BGT-CALC-END
                 COMPUTE BGT-ITERATIONS =
                   BGT-ITER-SPAN / BGT-CALC-STEP + 1
               WHEN OTHER
                 MOVE ZERO TO BGT-ITERATIONS
             END-EVALUATE
           ELSE
             IF BGT-CALC-END > 1 THEN
               COMPUTE BGT-ITERATIONS = BGT-CALC-END - 1
             ELSE
               MOVE 1 TO BGT-ITERATIONS
             END-IF
           END-IF.

       U14Z.
           EXIT.

       U07-RESET-SUMMARY-COUNTERS SECTION.
           MOVE ZERO TO CNT-TOTAL CNT-FIZZ CNT-BUZZ CNT-FIZZBUZZ
             CNT-PLAIN CNT-OTHER-RULE.

       U08-LOAD-RULES SECTION.
      *    Loads RULESFILE once per run into RULE-TABLE.  A shop that
      *    has not set up a rules file yet still gets the original
      *    FIZZ-on-3/BUZZ-on-5 behaviour from U08C's fallback rather
      *    than a failed run.  Rules carry an effective window now -
      *    one whose window does not cover today's run date simply
      *    does not load, so a seasonal word starts and stops by
      *    itself.  RULE-ACTIVE-SW stays on top of the dates as the
      *    manual override it always was.  RULEVER names the version
      *    loaded, for the audit record and the banner.
           ACCEPT WS-RULE-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM U08H-LOAD-CURRENT-VERSION THRU U08HZ.
           MOVE "RULESFILE" TO WS-RULES-NAME.
           PERFORM U08G-LOAD-RULE-TABLE THRU U08GZ.
           MOVE WS-CURRENT-RULESET TO WS-LOADED-RULESET.
           SET RULES-LOADED-CURRENT TO TRUE.

       U08G-LOAD-RULE-TABLE SECTION.
      *    Fills RULE-TABLE from whichever rules file WS-RULES-NAME
      *    names, judging effective windows on WS-RULE-RUN-DATE.
           MOVE ZERO TO RULE-COUNT.
           OPEN INPUT RULES-FILE.
           IF RULES-STATUS-NUM = 00 THEN
             PERFORM U08A-READ-RULE-RECORD THRU U08AZ
               UNTIL RULES-STATUS-NUM > 9
             CLOSE RULES-FILE
           ELSE
             PERFORM U08C-LOAD-DEFAULT-RULES THRU U08CZ
           END-IF.

           IF RULE-COUNT > 1 THEN
             PERFORM U08D-SORT-RULES-BY-SEQUENCE
           END-IF.

       U08GZ.
           EXIT.

       U08H-LOAD-CURRENT-VERSION SECTION.
      *    No RULEVER is version zero - RULESFILE as it stood before
      *    FBRULEAP started numbering its approval runs.
           MOVE ZERO TO WS-CURRENT-RULESET.
           MOVE "RULEVER" TO WS-RULEVER-NAME.
           OPEN INPUT RULE-VERSION.
           IF RVER-STATUS-NUM = 00 THEN
             READ RULE-VERSION
               AT END
                 CONTINUE
               NOT AT END
                 IF RVER-VERSION IS NUMERIC THEN
                   MOVE RVER-VERSION TO WS-CURRENT-RULESET
                 END-IF
             END-READ
             CLOSE RULE-VERSION
           END-IF.

       U08HZ.
           EXIT.

       U08A-READ-RULE-RECORD SECTION.
      *    RULE-TABLE holds 20 entries - a RULESFILE with more rules
      *    than that stops loading here instead of writing past the
      *    table's last entry into whatever working-storage follows
      *    it.
           READ RULES-FILE NEXT RECORD
             AT END
               MOVE 10 TO RULES-STATUS-NUM
             NOT AT END
               IF RULE-COUNT >= 20 THEN
                 DISPLAY "FIZZBUZZ: RULESFILE HAS MORE THAN 20 "
                   "RULES - IGNORING THE REST"
                 MOVE 10 TO RULES-STATUS-NUM
               ELSE
                 PERFORM U08B-TEST-RULE-IN-WINDOW THRU U08BZ
                 IF RULE-IN-WINDOW THEN
                   ADD 1 TO RULE-COUNT
                   MOVE RULE-DIVISOR   TO RULE-TBL-DIVISOR(RULE-COUNT)
                   MOVE RULE-SEQUENCE  TO RULE-TBL-SEQUENCE(RULE-COUNT)
                   MOVE RULE-WORD      TO RULE-TBL-WORD(RULE-COUNT)
                   MOVE RULE-ACTIVE-SW TO RULE-TBL-ACTIVE(RULE-COUNT)
                 END-IF
               END-IF
           END-READ.

       U08AZ.
           EXIT.

       U08B-TEST-RULE-IN-WINDOW SECTION.
      *    A zero date - or blanks, on records written before the
      *    effective window existed - is no boundary on that side.
           SET RULE-IN-WINDOW TO TRUE.
           IF RULE-EFF-FROM-DATE IS NUMERIC
              AND RULE-EFF-FROM-DATE > ZERO
              AND WS-RULE-RUN-DATE < RULE-EFF-FROM-DATE THEN
             SET RULE-OUT-OF-WINDOW TO TRUE
           END-IF.
           IF RULE-EFF-TO-DATE IS NUMERIC
              AND RULE-EFF-TO-DATE > ZERO
              AND WS-RULE-RUN-DATE > RULE-EFF-TO-DATE THEN
             SET RULE-OUT-OF-WINDOW TO TRUE
           END-IF.

       U08BZ.
           EXIT.

       U08C-LOAD-DEFAULT-RULES SECTION.
           MOVE 2 TO RULE-COUNT.
           MOVE 3 TO RULE-TBL-DIVISOR(1).
           MOVE 1 TO RULE-TBL-SEQUENCE(1).
           MOVE "FIZZ" TO RULE-TBL-WORD(1).
           MOVE "Y" TO RULE-TBL-ACTIVE(1).
           MOVE 5 TO RULE-TBL-DIVISOR(2).
           MOVE 2 TO RULE-TBL-SEQUENCE(2).
           MOVE "BUZZ" TO RULE-TBL-WORD(2).
           MOVE "Y" TO RULE-TBL-ACTIVE(2).

       U08CZ.
           EXIT.

       U08D-SORT-RULES-BY-SEQUENCE SECTION.
      *    A classic exchange sort - RULE-TABLE never holds more than
      *    a handful of rules, so the simplest correct sort is the
      *    right one.  Puts the table into RULE-TBL-SEQUENCE order so
      *    FBRULEMT can let an operator reorder rules without having
      *    to renumber the RULE-DIVISOR key.
           SET SORT-SWAPPED TO TRUE.
           PERFORM U08E-SORT-ONE-PASS THRU U08EZ
             UNTIL SORT-DONE.

       U08E-SORT-ONE-PASS SECTION.
           SET SORT-DONE TO TRUE.
           PERFORM U08F-SWAP-IF-OUT-OF-ORDER THRU U08FZ
             VARYING SORT-IDX FROM 1 BY 1
             UNTIL SORT-IDX >= RULE-COUNT.

       U08EZ.
           EXIT.

       U08F-SWAP-IF-OUT-OF-ORDER SECTION.
           IF RULE-TBL-SEQUENCE(SORT-IDX) >
              RULE-TBL-SEQUENCE(SORT-IDX + 1) THEN
             MOVE RULE-TABLE-ENTRY(SORT-IDX) TO SORT-TEMP-ENTRY
             MOVE RULE-TABLE-ENTRY(SORT-IDX + 1)
       U08FZ.
           EXIT.

       U15-LOAD-REBUILT-VERSION SECTION.
      *    Read once, on the first RULESET= request of the run - which
      *    version FBRULPIT last rebuilt into RULESPIT, and the date
      *    its effective windows are to be judged on.  A rebuild
      *    with no usable date is judged on today's.
           SET RULPIT-LOADED TO TRUE.
           MOVE 'N' TO RULPIT-ON-HAND-SW.
           MOVE "RULPITVR" TO WS-RULEVER-NAME.
           OPEN INPUT RULE-VERSION.
           IF RVER-STATUS-NUM = 00 THEN
             READ RULE-VERSION
               AT END
                 CONTINUE
               NOT AT END
                 IF RVER-VERSION IS NUMERIC THEN
                   SET RULPIT-ON-HAND TO TRUE
                   MOVE RVER-VERSION TO WS-RULPIT-VERSION
                   IF RVER-DATE IS NUMERIC
                      AND RVER-DATE > ZERO THEN
                     MOVE RVER-DATE TO WS-RULPIT-DATE
                   ELSE
                     ACCEPT WS-RULPIT-DATE FROM DATE YYYYMMDD
                   END-IF
                 END-IF
             END-READ
             CLOSE RULE-VERSION
           END-IF.

       U15Z.
           EXIT.

       U16-SWITCH-RULE-SET SECTION.
      *    RULE-TABLE is only reloaded when a request wants a
      *    different rule set from the one already loaded, so a
      *    window of ordinary lines never re-reads RULESFILE.
           IF RULES-WANTED-REBUILT THEN
             IF NOT RULES-LOADED-REBUILT THEN
               MOVE "RULESPIT" TO WS-RULES-NAME
               MOVE WS-RULPIT-DATE TO WS-RULE-RUN-DATE
               PERFORM U08G-LOAD-RULE-TABLE THRU U08GZ
               MOVE WS-RULPIT-VERSION TO WS-LOADED-RULESET
               SET RULES-LOADED-REBUILT TO TRUE
             END-IF
           ELSE
             IF RULES-LOADED-REBUILT THEN
               PERFORM U08-LOAD-RULES
             END-IF
           END-IF.

       U16Z.
           EXIT.

       U06-WRITE-AUDIT-RECORD SECTION.
      *    One record per invocation - who ran what END-NUMBER and
      *    when, and how the run's input file read came back - so a
           MOVE FORMAT-CODE TO AUDIT-FORMAT-CODE.
           MOVE DETAIL-CODE TO AUDIT-DETAIL-CODE.
           MOVE WS-RERUN-OF TO AUDIT-RERUN-OF.
           MOVE WS-LOADED-RULESET TO AUDIT-RULESET-VERSION.
           MOVE WS-REQUEST-NEEDBY TO AUDIT-NEEDED-BY.
           MOVE WS-REQUEST-TICKET TO AUDIT-TICKET-NUMBER.
           IF BATCH-MODE THEN
             MOVE BATCH-STATUS TO AUDIT-RUN-STATUS
             SET AUDIT-BATCH-RUN TO TRUE
             SET AUDIT-CGI-RUN TO TRUE
           END-IF.

      *    A status rewrite or another hit's append may hold the
      *    file - back off and try again, as U10 does for RUNCTL.
           MOVE ZERO TO WS-AUDIT-ATTEMPTS.
           SET AUDIT-WRITE-PENDING TO TRUE.
           PERFORM U06A-APPEND-AUDIT-RECORD THRU U06AZ
             UNTIL AUDIT-WRITE-DONE OR WS-AUDIT-ATTEMPTS > 50.

           IF AUDIT-WRITE-PENDING THEN
             DISPLAY "FIZZBUZZ: AUDITLOG STAYED LOCKED - RUN "
               WS-RUN-NUMBER " HAS NO AUDIT RECORD"
             SET AUDIT-WRITE-FAILED TO TRUE
           END-IF.

       U06A-APPEND-AUDIT-RECORD SECTION.
           ADD 1 TO WS-AUDIT-ATTEMPTS.
           OPEN EXTEND AUDIT-LOG.
           IF AUDIT-STATUS = "35" OR AUDIT-STATUS = "05" THEN
             OPEN OUTPUT AUDIT-LOG
           END-IF.
           IF AUDIT-STATUS = "00" THEN
             WRITE AUDIT-RECORD
             CLOSE AUDIT-LOG
             SET AUDIT-WRITE-DONE TO TRUE
           ELSE
             CALL "CBL_OC_NANOSLEEP" USING WS-RUNCTL-NANOS
           END-IF.

       U06AZ.
           EXIT.

       U01-PRINT-HEADER SECTION.
      *    The CONTENT-TYPE has to match whatever FORMAT the request
           MOVE "N" TO WS-SEQ-SUPPLIED-SW.
           MOVE SPACES TO WS-REQUEST-USER WS-REQUEST-DEPT.
           MOVE ZERO TO WS-RERUN-OF.
           MOVE ZERO TO WS-REQUEST-RULESET.
           MOVE SPACES TO WS-RULESET-RAW.
           MOVE "N" TO WS-RULESET-SUPPLIED-SW.
           MOVE ZERO TO WS-REQUEST-NEEDBY.
           MOVE SPACES TO WS-NEEDBY-RAW.
           MOVE "N" TO WS-NEEDBY-SUPPLIED-SW.
           MOVE SPACES TO WS-DIRECTION-RAW.
           MOVE "N" TO WS-DIRECTION-SUPPLIED-SW.
           SET RUN-ASCENDING TO TRUE.
           MOVE SPACES TO WS-INQUIRY-MODE.
           MOVE "N" TO WS-INQUIRY-SUPPLIED-SW WS-INQ-RUN-SUPPLIED-SW.
           MOVE ZERO TO WS-INQ-RUN-NUMBER.
           MOVE ZERO TO WS-REQUEST-TICKET.
           MOVE "N" TO WS-TICKET-SUPPLIED-SW.
           MOVE ZERO TO WS-RESUME-RUN.
           MOVE "N" TO WS-RESUME-SUPPLIED-SW.
           MOVE 1 TO WS-SCAN-PTR.
           SET WS-MORE-PAIRS TO TRUE.
           PERFORM U02C-PARSE-ONE-PAIR THRU U02CZ
               IF WS-RERUN-OF IS NOT NUMERIC THEN
                 MOVE ZERO TO WS-RERUN-OF
               END-IF
             WHEN "RULESET"
               MOVE PARAMETER-VALUE TO WS-RULESET-RAW
               SET WS-RULESET-SUPPLIED TO TRUE
               UNSTRING PARAMETER-VALUE
                 DELIMITED BY SPACE
                 INTO WS-REQUEST-RULESET
             WHEN "NEEDBY"
               MOVE PARAMETER-VALUE TO WS-NEEDBY-RAW
               SET WS-NEEDBY-SUPPLIED TO TRUE
               UNSTRING PARAMETER-VALUE
                 DELIMITED BY SPACE
                 INTO WS-REQUEST-NEEDBY
             WHEN "DIRECTION"
               SET WS-DIRECTION-SUPPLIED TO TRUE
               UNSTRING PARAMETER-VALUE
               IF WS-INQ-RUN-NUMBER IS NOT NUMERIC THEN
                 MOVE ZERO TO WS-INQ-RUN-NUMBER
               END-IF
             WHEN "TICKET"
               SET WS-TICKET-SUPPLIED TO TRUE
               UNSTRING PARAMETER-VALUE
                 DELIMITED BY SPACE
                 INTO WS-REQUEST-TICKET
               IF WS-REQUEST-TICKET IS NOT NUMERIC THEN
                 MOVE ZERO TO WS-REQUEST-TICKET
               END-IF
             WHEN "RESUME"
               SET WS-RESUME-SUPPLIED TO TRUE
               UNSTRING PARAMETER-VALUE
                 DELIMITED BY SPACE
                 INTO WS-RESUME-RUN
               IF WS-RESUME-RUN IS NOT NUMERIC THEN
                 MOVE ZERO TO WS-RESUME-RUN
               END-IF
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
           STRING "RUNCTL" DELIMITED BY SIZE
             WS-STREAM-ID DELIMITED BY SPACE
             INTO WS-RUNCTL-NAME.
           MOVE SPACES TO WS-SALVAGE-NAME.
           STRING "REPORTSV" DELIMITED BY SIZE
             WS-STREAM-ID DELIMITED BY SPACE
             INTO WS-SALVAGE-NAME.

           ACCEPT WS-RESTART-FLAG FROM ENVIRONMENT "FBRESTART"
             ON EXCEPTION
               MOVE SPACE TO WS-RESTART-FLAG
           END-ACCEPT.

       4000-BATCH-DRIVER SECTION.
      *    BATCHIN carries one range request per line, in the same
      *    so the job stream can queue up dozens of ranges for the
      *    overnight run.  Each range's results land in REPORTOUT
      *    instead of on the console.
      *    A restart (FBRESTART=Y) keeps what the first attempt
      *    finished - see 4200-SALVAGE-REPORTOUT.
           OPEN INPUT BATCHIN.
           IF RESTART-MODE THEN
             PERFORM 4200-SALVAGE-REPORTOUT THRU 4200Z
           ELSE
             OPEN OUTPUT REPORTOUT
           END-IF.

           PERFORM U11-LOAD-WINDOW-ID THRU U11Z.
           MOVE "START" TO WS-WND-EVENT.
           IF BATCH-STATUS-NUM = 00 THEN
             PERFORM 4100-READ-BATCH-RECORD THRU 4100Z
             PERFORM UNTIL BATCH-STATUS-NUM > 9
               PERFORM 4300-JUDGE-RESTART-LINE THRU 4300Z
               IF RESTART-LINE-PENDING THEN
                 PERFORM 4400-APPLY-QUEUED-COMMAND THRU 4400Z
               END-IF
               IF RESTART-LINE-PENDING THEN
                 PERFORM 2900-EDIT-REQUEST THRU 2900Z
                 IF REQUEST-VALID THEN
                   PERFORM 3000-RUN-SINGLE-RANGE THRU 3000Z
                 END-IF
               END-IF
               PERFORM 4100-READ-BATCH-RECORD THRU 4100Z
             END-PERFORM
             ACCEPT WND-EVENT-DATE FROM DATE YYYYMMDD
             ACCEPT WND-EVENT-TIME FROM TIME
             MOVE WS-WND-OUTCOME TO WND-OUTCOME
             MOVE WS-WND-RUN TO WND-RUN-NUMBER(1:8)
             OPEN EXTEND WINDOW-LOG
             IF WLOG-STATUS = "35" OR WLOG-STATUS = "05" THEN
               OPEN OUTPUT WINDOW-LOG
             WRITE WINDOW-EVENT-RECORD
             CLOSE WINDOW-LOG
           END-IF.
           MOVE SPACES TO WS-WND-RUN.

       U12Z.
           EXIT.
               IF NOT WS-SEQ-SUPPLIED THEN
                 MOVE WS-BATCH-LINE-NO TO WS-REQUEST-SEQ
               END-IF
      *    A RESUME= line stands for the held run it names - see
      *    4500-LOAD-PARKED-REQUEST.
               SET PARK-NOT-RESUMING TO TRUE
               IF WS-RESUME-SUPPLIED THEN
                 PERFORM 4500-LOAD-PARKED-REQUEST THRU 4500Z
               END-IF
           END-READ.

       4100Z.
           EXIT.

       4200-SALVAGE-REPORTOUT SECTION.
      *    A restarted stream's REPORTOUT holds every section the
      *    first attempt finished and - when the abend came in mid-
      *    range - the opening of one it never ended.  The file is
      *    moved aside under REPORTSVn, surveyed for its last end
      *    banner, and everything up to that banner copied back under
      *    the real name, which stays open for the rest of the slice.
      *    The torn tail is dropped: its request reruns off its
      *    checkpoint and writes the section afresh.  A REPORTSVn
      *    already on hand means an earlier restart died inside this
      *    very salvage - it is still the first attempt's report, so
      *    it is salvaged again rather than renamed over.  Nothing to
      *    salvage at all simply starts the report over.
           MOVE ZERO TO WS-RESTART-DONE-SEQ WS-RESTART-TORN-SEQ
             WS-RESTART-TORN-RUN WS-SALVAGE-KEEP-LINES
             WS-SALVAGE-SECTIONS.

           OPEN INPUT REPORT-SALVAGE.
           IF SALVAGE-STATUS-NUM = 00 THEN
             CLOSE REPORT-SALVAGE
             MOVE ZERO TO WS-RENAME-RC
           ELSE
             CALL "CBL_RENAME_FILE" USING WS-REPORTOUT-NAME
               WS-SALVAGE-NAME
               RETURNING WS-RENAME-RC
           END-IF.

           OPEN OUTPUT REPORTOUT.
           IF WS-RENAME-RC NOT = ZERO THEN
             DISPLAY "FIZZBUZZ: RESTART FOUND NO REPORTOUT TO "
               "SALVAGE - THE SLICE STARTS OVER"
           ELSE
             MOVE ZERO TO WS-SALVAGE-LINE-NO
             OPEN INPUT REPORT-SALVAGE
             IF SALVAGE-STATUS-NUM = 00 THEN
               PERFORM 4210-SURVEY-ONE-LINE THRU 4210Z
                 UNTIL SALVAGE-STATUS-NUM > 9
               CLOSE REPORT-SALVAGE
             END-IF

             MOVE ZERO TO WS-SALVAGE-LINE-NO
             OPEN INPUT REPORT-SALVAGE
             IF SALVAGE-STATUS-NUM = 00 THEN
               PERFORM 4220-COPY-ONE-LINE THRU 4220Z
                 UNTIL SALVAGE-STATUS-NUM > 9
               CLOSE REPORT-SALVAGE
             END-IF

             MOVE WS-SALVAGE-NAME TO WS-DELETE-NAME
             CALL "CBL_DELETE_FILE" USING WS-DELETE-NAME
               RETURNING WS-DELETE-RC

             MOVE WS-SALVAGE-SECTIONS TO WS-TRIM-SOURCE
             PERFORM U09A-DE-EDIT-NUMBER THRU U09AZ
             MOVE WS-TRIM-RESULT TO WS-RESTART-KEPT-TRIM
             MOVE WS-RESTART-TORN-SEQ TO WS-TRIM-SOURCE
             PERFORM U09A-DE-EDIT-NUMBER THRU U09AZ
             MOVE WS-TRIM-RESULT TO WS-RESTART-SEQ-TRIM
             MOVE SPACES TO WS-OUTPUT-LINE
             IF WS-RESTART-TORN-SEQ > ZERO THEN
               STRING "FIZZBUZZ: RESTART KEPT " DELIMITED BY SIZE
                 WS-RESTART-KEPT-TRIM DELIMITED BY SPACE
                 " FINISHED SECTION(S), RESUMING TORN SEQ "
                   DELIMITED BY SIZE
                 WS-RESTART-SEQ-TRIM DELIMITED BY SPACE
                 INTO WS-OUTPUT-LINE
             ELSE
               STRING "FIZZBUZZ: RESTART KEPT " DELIMITED BY SIZE
                 WS-RESTART-KEPT-TRIM DELIMITED BY SPACE
                 " FINISHED SECTION(S), NONE TORN" DELIMITED BY SIZE
                 INTO WS-OUTPUT-LINE
             END-IF
             DISPLAY WS-OUTPUT-LINE
           END-IF.

       4200Z.
           EXIT.

       4210-SURVEY-ONE-LINE SECTION.
      *    Sections are written in slice order, so the finished ones
      *    are one unbroken run from the top of the file and a torn
      *    one can only be the begin banner left open after the last
      *    end banner.
           READ REPORT-SALVAGE
             AT END
               MOVE 10 TO SALVAGE-STATUS-NUM
             NOT AT END
               ADD 1 TO WS-SALVAGE-LINE-NO
               MOVE SALVAGE-LINE TO RANGE-BANNER-RECORD
               EVALUATE TRUE
                 WHEN BNR-BEGIN-BANNER
                   MOVE BNR-SEQUENCE TO WS-RESTART-TORN-SEQ
                   MOVE BNR-RUN-NUMBER TO WS-RESTART-TORN-RUN
                 WHEN BNR-END-BANNER
                   MOVE WS-SALVAGE-LINE-NO TO WS-SALVAGE-KEEP-LINES
                   MOVE BNR-SEQUENCE TO WS-RESTART-DONE-SEQ
                   MOVE ZERO TO WS-RESTART-TORN-SEQ
                     WS-RESTART-TORN-RUN
                   ADD 1 TO WS-SALVAGE-SECTIONS
                 WHEN OTHER
                   CONTINUE
               END-EVALUATE
           END-READ.

       4210Z.
           EXIT.

       4220-COPY-ONE-LINE SECTION.
           READ REPORT-SALVAGE
             AT END
               MOVE 10 TO SALVAGE-STATUS-NUM
             NOT AT END
               ADD 1 TO WS-SALVAGE-LINE-NO
               IF WS-SALVAGE-LINE-NO > WS-SALVAGE-KEEP-LINES THEN
                 MOVE 10 TO SALVAGE-STATUS-NUM
               ELSE
                 MOVE SALVAGE-LINE TO REPORT-LINE
                 WRITE REPORT-LINE
               END-IF
           END-READ.

       4220Z.
           EXIT.

       4300-JUDGE-RESTART-LINE SECTION.
      *    Outside a restart every line is worked.  On a restart the
      *    lines the salvaged report already answers are passed over
      *    without being edited again - a line rejected the first
      *    time is not rejected twice - and the torn request is
      *    flagged to carry on under its first run number.  With no
      *    torn section the abend fell between requests, and work
      *    picks up after the last one finished.
           SET RESTART-LINE-PENDING TO TRUE.
           MOVE 'N' TO RESTART-REUSE-SW.
           IF RESTART-MODE THEN
             EVALUATE TRUE
               WHEN WS-RESTART-TORN-SEQ = ZERO
                 IF WS-REQUEST-SEQ <= WS-RESTART-DONE-SEQ THEN
                   SET RESTART-LINE-DONE TO TRUE
                 END-IF
               WHEN WS-REQUEST-SEQ < WS-RESTART-TORN-SEQ
                 SET RESTART-LINE-DONE TO TRUE
               WHEN WS-REQUEST-SEQ = WS-RESTART-TORN-SEQ
                 SET RESTART-REUSE-RUN TO TRUE
               WHEN OTHER
                 CONTINUE
             END-EVALUATE
           END-IF.

       4300Z.
           EXIT.

       4400-APPLY-QUEUED-COMMAND SECTION.
      *    A line not yet started answers to OPERCMD too: a HOLD
      *    parks it on PARKFILE untouched, for a later window to run,
      *    and a CANCEL passes it over - either way without it being
      *    edited, run or charged here.  A RESUME= line naming no
      *    released hold is refused instead.  The torn request a
      *    restart carries on is left to its first checkpoint - it
      *    was in flight, not queued.
           EVALUATE TRUE
             WHEN WS-RESUME-SUPPLIED AND PARK-NOT-RESUMING
               SET EDIT-REASON-NO-PARKED-RUN TO TRUE
               PERFORM 2950-WRITE-REJECT-RECORD THRU 2950Z
               SET RESTART-LINE-DONE TO TRUE
             WHEN RESTART-REUSE-RUN
               CONTINUE
             WHEN OTHER
               IF PARK-RESUMING THEN
                 MOVE RSUM-RUN-NUMBER TO WS-OPER-RUN
               ELSE
                 MOVE ZERO TO WS-OPER-RUN
               END-IF
               MOVE WS-REQUEST-SEQ TO WS-OPER-SEQ
               PERFORM U19-FIND-OPERATOR-COMMAND THRU U19Z
               EVALUATE TRUE
                 WHEN OPER-VERB-HOLD
                   PERFORM 4410-HOLD-QUEUED-LINE THRU 4410Z
                   SET RESTART-LINE-DONE TO TRUE
                 WHEN OPER-VERB-CANCEL
                   PERFORM 4420-CANCEL-QUEUED-LINE THRU 4420Z
                   SET RESTART-LINE-DONE TO TRUE
                 WHEN OTHER
                   CONTINUE
               END-EVALUATE
           END-EVALUATE.

       4400Z.
           EXIT.

       4410-HOLD-QUEUED-LINE SECTION.
      *    A line that never started is parked under run number zero
      *    and known by its sequence; a released run held again
      *    before it could resume keeps everything its last hold
      *    recorded.  A restart that comes back round to a line the
      *    first attempt already parked does not park it twice.
           IF PARK-RESUMING THEN
             MOVE RSUM-RECORD TO PARK-RECORD
           ELSE
             MOVE SPACES TO PARK-RECORD
             MOVE ZERO TO PARK-RUN-NUMBER PARK-LAST-NUMBER
               PARK-ITERATIONS PARK-CNT-TOTAL PARK-CNT-FIZZ
               PARK-CNT-BUZZ PARK-CNT-FIZZBUZZ PARK-CNT-PLAIN
               PARK-CNT-OTHER
             MOVE WS-REQUEST-USER TO PARK-USER-ID
             MOVE WS-REQUEST-DEPT TO PARK-DEPT-CODE
             MOVE 'Y' TO PARK-FIRST-ELEMENT-SW
             MOVE EDIT-REQUEST-IMAGE TO PARK-REQUEST
           END-IF.
           MOVE WS-REQUEST-SEQ TO PARK-SEQUENCE.
           SET PARK-HELD TO TRUE.
           MOVE WS-WINDOW-ID TO PARK-WINDOW-ID.
           ACCEPT PARK-DATE FROM DATE YYYYMMDD.
           ACCEPT PARK-TIME FROM TIME.
           MOVE ZERO TO PARK-SETTLED-WINDOW-ID.
           MOVE PARK-RUN-NUMBER TO WS-WND-RUN.

           SET PARK-NOT-FOUND TO TRUE.
           IF RESTART-MODE AND WINDOW-KNOWN THEN
             MOVE PARK-RECORD TO RSUM-RECORD
             OPEN INPUT PARK-FILE
             IF PARK-STATUS-NUM = 00 THEN
               PERFORM 4415-MATCH-ONE-PARKED-LINE THRU 4415Z
                 UNTIL PARK-STATUS-NUM > 9
               CLOSE PARK-FILE
             END-IF
             MOVE RSUM-RECORD TO PARK-RECORD
           END-IF.
           IF PARK-NOT-FOUND THEN
             PERFORM U20-APPEND-PARK-RECORD THRU U20Z
           END-IF.

           MOVE WS-REQUEST-SEQ TO WS-TRIM-SOURCE.
           PERFORM U09A-DE-EDIT-NUMBER THRU U09AZ.
           MOVE WS-TRIM-RESULT TO WS-SEQ-TRIM.
           MOVE "HOLD" TO WS-WND-EVENT.
           MOVE SPACES TO WS-WND-OUTCOME.
           STRING "SEQ " DELIMITED BY SIZE
             WS-SEQ-TRIM DELIMITED BY SPACE
             INTO WS-WND-OUTCOME.
           PERFORM U12-WRITE-WINDOW-EVENT THRU U12Z.
           MOVE SPACES TO WS-OUTPUT-LINE.
           STRING "FIZZBUZZ: SEQ " DELIMITED BY SIZE
             WS-SEQ-TRIM DELIMITED BY SPACE
             " HELD BY OPERATOR BEFORE IT STARTED" DELIMITED BY SIZE
             INTO WS-OUTPUT-LINE.
           DISPLAY WS-OUTPUT-LINE.

       4410Z.
           EXIT.

       4415-MATCH-ONE-PARKED-LINE SECTION.
           READ PARK-FILE
             AT END
               MOVE 10 TO PARK-STATUS-NUM
             NOT AT END
               IF PARK-HELD
                  AND PARK-WINDOW-ID = WS-WINDOW-ID
                  AND PARK-SEQUENCE = WS-REQUEST-SEQ THEN
                 SET PARK-FOUND TO TRUE
               END-IF
           END-READ.

       4415Z.
           EXIT.

       4420-CANCEL-QUEUED-LINE SECTION.
      *    A line that never started simply never runs.  A released
      *    run cancelled before it could resume is retired for good:
      *    its checkpoint cleared, its audit record marked cancelled
      *    and PARKFILE told it is settled.
           IF PARK-RESUMING THEN
             MOVE RSUM-CHECKPOINT-NAME TO WS-CHECKPOINT-FILENAME
             PERFORM 2700-CHECKPOINT-CLEAR THRU 2700Z
             MOVE "CN" TO WS-AUDIT-NEW-STATUS
             MOVE RSUM-RUN-NUMBER TO WS-AUDIT-FIX-RUN
             PERFORM U18-SET-AUDIT-STATUS THRU U18Z
             MOVE RSUM-RECORD TO PARK-RECORD
             MOVE WS-REQUEST-SEQ TO PARK-SEQUENCE
             SET PARK-CANCELLED TO TRUE
             ACCEPT PARK-DATE FROM DATE YYYYMMDD
             ACCEPT PARK-TIME FROM TIME
             MOVE WS-WINDOW-ID TO PARK-SETTLED-WINDOW-ID
             PERFORM U20-APPEND-PARK-RECORD THRU U20Z
             MOVE RSUM-RUN-NUMBER TO WS-WND-RUN
           ELSE
             MOVE ZERO TO WS-WND-RUN
           END-IF.

           MOVE WS-REQUEST-SEQ TO WS-TRIM-SOURCE.
           PERFORM U09A-DE-EDIT-NUMBER THRU U09AZ.
           MOVE WS-TRIM-RESULT TO WS-SEQ-TRIM.
           MOVE "CANCEL" TO WS-WND-EVENT.
           MOVE SPACES TO WS-WND-OUTCOME.
           STRING "SEQ " DELIMITED BY SIZE
             WS-SEQ-TRIM DELIMITED BY SPACE
             INTO WS-WND-OUTCOME.
           PERFORM U12-WRITE-WINDOW-EVENT THRU U12Z.
           MOVE SPACES TO WS-OUTPUT-LINE.
           STRING "FIZZBUZZ: SEQ " DELIMITED BY SIZE
             WS-SEQ-TRIM DELIMITED BY SPACE
             " CANCELLED BY OPERATOR BEFORE IT STARTED"
               DELIMITED BY SIZE
             INTO WS-OUTPUT-LINE.
           DISPLAY WS-OUTPUT-LINE.

       4420Z.
           EXIT.

       4500-LOAD-PARKED-REQUEST SECTION.
      *    The last PARKFILE record for the run is the one that says
      *    where it stands - only a released hold no window has yet
      *    taken up can be resumed.  The one exception is a restart
      *    coming back round to the very line of this window that
      *    resumed it: the abend tore it in flight, and it carries
      *    on.  Its request line is parsed in place of the RESUME=
      *    line, which keeps only its own place in tonight's window.
           SET PARK-NOT-FOUND TO TRUE.
           IF WS-RESUME-RUN > ZERO THEN
             OPEN INPUT PARK-FILE
             IF PARK-STATUS-NUM = 00 THEN
               PERFORM 4510-SCAN-ONE-PARK-RECORD THRU 4510Z
                 UNTIL PARK-STATUS-NUM > 9
               CLOSE PARK-FILE
             END-IF
           END-IF.

           IF PARK-FOUND THEN
             EVALUATE TRUE
               WHEN RSUM-RELEASED
                 CONTINUE
               WHEN RSUM-RESUMED AND RESTART-MODE
                    AND RSUM-SETTLED-WINDOW-ID = WS-WINDOW-ID
                    AND RSUM-SEQUENCE = WS-REQUEST-SEQ
                 CONTINUE
               WHEN OTHER
                 SET PARK-NOT-FOUND TO TRUE
             END-EVALUATE
           END-IF.

           IF PARK-FOUND THEN
             MOVE WS-REQUEST-SEQ TO WS-KEEP-SEQ
             MOVE WS-SEQ-SUPPLIED-SW TO WS-KEEP-SEQ-SW
             MOVE SPACES TO WS-POST-BUFFER
             MOVE RSUM-REQUEST TO WS-POST-BUFFER
             MOVE RSUM-REQUEST TO EDIT-REQUEST-IMAGE
             PERFORM U02B-PARSE-PARAMETERS THRU U02BZ
             MOVE WS-KEEP-SEQ TO WS-REQUEST-SEQ
             MOVE WS-KEEP-SEQ-SW TO WS-SEQ-SUPPLIED-SW
             SET PARK-RESUMING TO TRUE
           END-IF.

       4500Z.
           EXIT.

       4510-SCAN-ONE-PARK-RECORD SECTION.
           READ PARK-FILE
             AT END
               MOVE 10 TO PARK-STATUS-NUM
             NOT AT END
               IF PARK-RUN-NUMBER IS NUMERIC
                  AND PARK-RUN-NUMBER = WS-RESUME-RUN THEN
                 MOVE PARK-RECORD TO RSUM-RECORD
                 SET PARK-FOUND TO TRUE
               END-IF
           END-READ.

       4510Z.
           EXIT.

       5000-INQUIRY-DRIVER SECTION.
      *    The read-only side of the CGI path: answers "is my run
      *    done yet" over the web with the same facts FBSTATINQ and
           DISPLAY "CONTENT-TYPE: APPLICATION/JSON"
                    NEWLINE.
           EVALUATE TRUE
             WHEN INQUIRY-MODE-STATUS AND WS-TICKET-SUPPLIED
               PERFORM 5300-TICKET-INQUIRY THRU 5300Z
             WHEN INQUIRY-MODE-STATUS
               PERFORM 5100-STATUS-INQUIRY THRU 5100Z
             WHEN INQUIRY-MODE-AUDIT
           END-IF.
           PERFORM U09A-DE-EDIT-NUMBER THRU U09AZ.
           MOVE WS-TRIM-RESULT TO WS-INQ-TRIM-E.
           IF INQA-RULESET-VERSION IS NUMERIC THEN
             MOVE INQA-RULESET-VERSION TO WS-TRIM-SOURCE
             PERFORM U09A-DE-EDIT-NUMBER THRU U09AZ
             MOVE WS-TRIM-RESULT TO WS-INQ-TRIM-F
           ELSE
             MOVE "null" TO WS-INQ-TRIM-F
           END-IF.

           MOVE SPACES TO WS-JSON-LINE.
           STRING '{"audit":{"run":' DELIMITED BY SIZE
             INQA-DEPT-CODE DELIMITED BY SPACE
             '","rerunof":' DELIMITED BY SIZE
             WS-INQ-TRIM-E DELIMITED BY SPACE
             ',"ruleset":' DELIMITED BY SIZE
             WS-INQ-TRIM-F DELIMITED BY SPACE
             '}}' DELIMITED BY SIZE
             INTO WS-JSON-LINE.
           DISPLAY WS-JSON-LINE.

       5220Z.
           EXIT.

       5300-TICKET-INQUIRY SECTION.
      *    Where a web ticket has got to.  The queue says whether a
      *    window has picked it up yet; once one has, the live
      *    AUDITLOG says which run it became, and failing that an
      *    open reject wearing its TICKET= stamp says why the window
      *    turned it away.  Picked up and neither of those means the
      *    window has it in hand and has not reached it yet.  Ticket
      *    numbers wrap like run numbers, so the LAST queue record
      *    wearing the number is the ticket, and nothing stamped
      *    before its window opened is counted against it.
           IF WS-REQUEST-TICKET = ZERO THEN
             DISPLAY '{"error":"TICKET NOT SUPPLIED"}'
           ELSE
             SET INQT-NOT-FOUND TO TRUE
             SET INQT-NOT-RUN TO TRUE
             MOVE ZERO TO SUBMIT-REASON-COUNT
             OPEN INPUT SUBMIT-QUEUE
             IF SUBQ-STATUS = "00" THEN
               PERFORM 5310-SCAN-ONE-TICKET THRU 5310Z
                 UNTIL SUBQ-STATUS NOT = "00"
               CLOSE SUBMIT-QUEUE
             END-IF
             IF INQT-FOUND THEN
               IF INQT-PICKED-UP THEN
                 PERFORM 5320-TRACE-PICKED-UP-TICKET THRU 5320Z
               END-IF
               PERFORM 5350-EMIT-TICKET-STATE THRU 5350Z
             ELSE
               DISPLAY '{"error":"TICKET NOT ON THE SUBMIT QUEUE"}'
             END-IF
           END-IF.

       5300Z.
           EXIT.

       5310-SCAN-ONE-TICKET SECTION.
           READ SUBMIT-QUEUE
             AT END
               MOVE "10" TO SUBQ-STATUS
             NOT AT END
               IF TKT-TICKET-NUMBER IS NUMERIC
                  AND TKT-TICKET-NUMBER = WS-REQUEST-TICKET THEN
                 MOVE TKT-QUEUE-RECORD TO INQT-QUEUE-RECORD
                 SET INQT-FOUND TO TRUE
               END-IF
           END-READ.

       5310Z.
           EXIT.

       5320-TRACE-PICKED-UP-TICKET SECTION.
           OPEN INPUT AUDIT-LOG.
           IF AUDIT-STATUS = "00" THEN
             PERFORM 5330-SCAN-AUDIT-FOR-TICKET THRU 5330Z
               UNTIL AUDIT-STATUS NOT = "00"
             CLOSE AUDIT-LOG
           END-IF.

      *    A reject the workbench has since resolved was corrected
      *    and staged again - it no longer speaks for the ticket.
           IF INQT-NOT-RUN THEN
             MOVE SPACES TO WS-TICKET-PATTERN
             STRING "TICKET=" DELIMITED BY SIZE
               INQT-TICKET-NUMBER DELIMITED BY SIZE
               INTO WS-TICKET-PATTERN
             OPEN INPUT REJECT-FILE
             IF REJECT-STATUS = "00" THEN
               PERFORM 5340-SCAN-REJECT-FOR-TICKET THRU 5340Z
                 UNTIL REJECT-STATUS NOT = "00"
               CLOSE REJECT-FILE
             END-IF
           END-IF.

       5320Z.
           EXIT.

       5330-SCAN-AUDIT-FOR-TICKET SECTION.
           READ AUDIT-LOG
             AT END
               MOVE "10" TO AUDIT-STATUS
             NOT AT END
               IF AUDIT-TICKET-NUMBER IS NUMERIC
                  AND AUDIT-TICKET-NUMBER = INQT-TICKET-NUMBER
                  AND AUDIT-RUN-DATE >= INQT-PICKUP-DATE THEN
                 MOVE AUDIT-RUN-NUMBER TO INQT-RUN-NUMBER
                 SET INQT-RAN TO TRUE
               END-IF
           END-READ.

       5330Z.
           EXIT.

       5340-SCAN-REJECT-FOR-TICKET SECTION.
           READ REJECT-FILE
             AT END
               MOVE "10" TO REJECT-STATUS
             NOT AT END
               IF REJ-UNRESOLVED
                  AND REJ-RUN-DATE >= INQT-PICKUP-DATE THEN
                 MOVE ZERO TO WS-TICKET-HITS
                 INSPECT REJ-REQUEST-IMAGE TALLYING WS-TICKET-HITS
                   FOR ALL WS-TICKET-PATTERN
                 IF WS-TICKET-HITS > ZERO
                    AND SUBMIT-REASON-COUNT < 20 THEN
                   ADD 1 TO SUBMIT-REASON-COUNT
                   MOVE REJ-REASON-CODE
                     TO SUBMIT-REASON-CODE(SUBMIT-REASON-COUNT)
                 END-IF
               END-IF
           END-READ.

       5340Z.
           EXIT.

       5350-EMIT-TICKET-STATE SECTION.
      *    QUEUED, PICKED UP, RUN (with the run number) or REJECTED
      *    (with every reason the window's reject records give).
           MOVE INQT-TICKET-NUMBER TO WS-TRIM-SOURCE.
           PERFORM U09A-DE-EDIT-NUMBER THRU U09AZ.
           MOVE WS-TRIM-RESULT TO WS-TICKET-TRIM.
           MOVE INQT-RUN-NUMBER TO WS-TRIM-SOURCE.
           PERFORM U09A-DE-EDIT-NUMBER THRU U09AZ.
           MOVE WS-TRIM-RESULT TO WS-INQ-TRIM-A.

           MOVE SPACES TO WS-JSON-LINE.
           EVALUATE TRUE
             WHEN INQT-QUEUED
               STRING '{"ticket":' DELIMITED BY SIZE
                 WS-TICKET-TRIM DELIMITED BY SPACE
                 ',"state":"QUEUED","submitted":"' DELIMITED BY SIZE
                 INQT-SUBMIT-DATE DELIMITED BY SIZE
                 '/' DELIMITED BY SIZE
                 INQT-SUBMIT-TIME DELIMITED BY SIZE
                 '"}' DELIMITED BY SIZE
                 INTO WS-JSON-LINE
             WHEN INQT-RAN
               STRING '{"ticket":' DELIMITED BY SIZE
                 WS-TICKET-TRIM DELIMITED BY SPACE
                 ',"state":"RUN","submitted":"' DELIMITED BY SIZE
                 INQT-SUBMIT-DATE DELIMITED BY SIZE
                 '/' DELIMITED BY SIZE
                 INQT-SUBMIT-TIME DELIMITED BY SIZE
                 '","window":"' DELIMITED BY SIZE
                 INQT-PICKUP-WINDOW-ID DELIMITED BY SIZE
                 '","run":' DELIMITED BY SIZE
                 WS-INQ-TRIM-A DELIMITED BY SPACE
                 '}' DELIMITED BY SIZE
                 INTO WS-JSON-LINE
             WHEN SUBMIT-REASON-COUNT > ZERO
               STRING '{"ticket":' DELIMITED BY SIZE
                 WS-TICKET-TRIM DELIMITED BY SPACE
                 ',"state":"REJECTED","submitted":"' DELIMITED BY SIZE
                 INQT-SUBMIT-DATE DELIMITED BY SIZE
                 '/' DELIMITED BY SIZE
                 INQT-SUBMIT-TIME DELIMITED BY SIZE
                 '","window":"' DELIMITED BY SIZE
                 INQT-PICKUP-WINDOW-ID DELIMITED BY SIZE
                 '",' DELIMITED BY SIZE
                 INTO WS-JSON-LINE
             WHEN OTHER
               STRING '{"ticket":' DELIMITED BY SIZE
                 WS-TICKET-TRIM DELIMITED BY SPACE
                 ',"state":"PICKED UP","submitted":"' DELIMITED BY SIZE
                 INQT-SUBMIT-DATE DELIMITED BY SIZE
                 '/' DELIMITED BY SIZE
                 INQT-SUBMIT-TIME DELIMITED BY SIZE
                 '","window":"' DELIMITED BY SIZE
                 INQT-PICKUP-WINDOW-ID DELIMITED BY SIZE
                 '"}' DELIMITED BY SIZE
                 INTO WS-JSON-LINE
           END-EVALUATE.
           DISPLAY WS-JSON-LINE.

           IF INQT-PICKED-UP AND INQT-NOT-RUN
              AND SUBMIT-REASON-COUNT > ZERO THEN
             PERFORM 6400-EMIT-REASONS THRU 6400Z
           END-IF.

       5350Z.
           EXIT.

       6000-SUBMIT-DRIVER SECTION.
      *    MODE=SUBMIT: the request goes through the very edits a
      *    run would put it through - a requester learns about a bad
      *    range now, not the morning after - and one that passes is
      *    queued on SUBMITQ for the next window under a ticket
      *    instead of being run on the spot.  Either way the answer
      *    is JSON: the ticket to ask after, or the reasons.  A
      *    refused submission is on REJECTOUT like any refused hit,
      *    and is given no ticket.
           DISPLAY "CONTENT-TYPE: APPLICATION/JSON"
                    NEWLINE.
           MOVE ZERO TO SUBMIT-REASON-COUNT.

           PERFORM 2900-EDIT-REQUEST THRU 2900Z.
           PERFORM 6100-BUILD-QUEUE-LINE THRU 6100Z.
           IF WS-QUEUE-LENGTH + WS-QUEUE-STAMP-LENGTH
              > WS-QUEUE-LINE-LIMIT THEN
             SET EDIT-REASON-TOO-LONG-TO-QUEUE TO TRUE
             PERFORM 2950-WRITE-REJECT-RECORD THRU 2950Z
           END-IF.

           IF REQUEST-VALID THEN
             PERFORM 6200-QUEUE-TICKET THRU 6200Z
           ELSE
             DISPLAY '{"state":"REJECTED",'
             PERFORM 6400-EMIT-REASONS THRU 6400Z
           END-IF.

       6000Z.
           EXIT.

       6100-BUILD-QUEUE-LINE SECTION.
      *    The posted pairs peeled off again the way U02C peels them,
      *    and put back together ampersand-separated without MODE=
      *    or a caller's own TICKET=.  RESUME=, SEQ= and RERUNOF=
      *    are dropped the same way - they are the batch side's own
      *    stamps (FBSCHED's held-run lines, the splitter's master
      *    sequence, FBRERUN's lineage), and a web caller setting
      *    one could resume a released hold or pass for someone
      *    else's rerun.  A body too long for the work line stops
      *    the pointer at its end, which the length test in 6000
      *    then refuses.
           MOVE SPACES TO WS-QUEUE-LINE.
           MOVE 1 TO WS-QUEUE-PTR.
           MOVE 1 TO WS-QUEUE-SCAN-PTR.
           SET WS-QUEUE-MORE-PAIRS TO TRUE.
           PERFORM 6110-COPY-ONE-PAIR THRU 6110Z
             UNTIL WS-QUEUE-NO-MORE-PAIRS.
           COMPUTE WS-QUEUE-LENGTH = WS-QUEUE-PTR - 1.

       6100Z.
           EXIT.

       6110-COPY-ONE-PAIR SECTION.
           IF WS-QUEUE-SCAN-PTR > LENGTH OF WS-POST-BUFFER THEN
             SET WS-QUEUE-NO-MORE-PAIRS TO TRUE
           ELSE
             MOVE SPACES TO PARAMETER-PAIR
             UNSTRING WS-POST-BUFFER DELIMITED BY "&" OR SPACE
               INTO PARAMETER-PAIR
               WITH POINTER WS-QUEUE-SCAN-PTR
             IF PARAMETER-PAIR = SPACES THEN
               SET WS-QUEUE-NO-MORE-PAIRS TO TRUE
             ELSE
               MOVE SPACES TO PARAMETER-NAME PARAMETER-VALUE
               UNSTRING PARAMETER-PAIR
                 DELIMITED BY "="
                 INTO PARAMETER-NAME
                 PARAMETER-VALUE
               EVALUATE PARAMETER-NAME
                 WHEN "MODE"
                 WHEN "TICKET"
                 WHEN "RESUME"
                 WHEN "SEQ"
                 WHEN "RERUNOF"
                   CONTINUE
                 WHEN OTHER
                   PERFORM 6120-APPEND-ONE-PAIR THRU 6120Z
               END-EVALUATE
             END-IF
           END-IF.

       6110Z.
           EXIT.

       6120-APPEND-ONE-PAIR SECTION.
           IF WS-QUEUE-PTR > 1 THEN
             STRING "&" DELIMITED BY SIZE
               INTO WS-QUEUE-LINE
               WITH POINTER WS-QUEUE-PTR
               ON OVERFLOW
                 SET WS-QUEUE-NO-MORE-PAIRS TO TRUE
             END-STRING
           END-IF.
           STRING PARAMETER-PAIR DELIMITED BY SPACE
             INTO WS-QUEUE-LINE
             WITH POINTER WS-QUEUE-PTR
             ON OVERFLOW
               SET WS-QUEUE-NO-MORE-PAIRS TO TRUE
           END-STRING.

       6120Z.
           EXIT.

       6200-QUEUE-TICKET SECTION.
      *    The ticket is drawn only once the submission has passed -
      *    a refused one never costs a number - and the queue is
      *    opened EXTEND per ticket, the way AUDITLOG is, since every
      *    submit hit appends to the same file.
           PERFORM U17-DRAW-TICKET-NUMBER THRU U17Z.
           IF WS-REQUEST-TICKET = ZERO THEN
             DISPLAY '{"error":"TICKET CONTROL STAYED LOCKED - '
               'SUBMIT AGAIN"}'
           ELSE
             STRING "&TICKET=" DELIMITED BY SIZE
               WS-REQUEST-TICKET DELIMITED BY SIZE
               INTO WS-QUEUE-LINE
               WITH POINTER WS-QUEUE-PTR
             MOVE SPACES TO TKT-QUEUE-RECORD
             MOVE WS-REQUEST-TICKET TO TKT-TICKET-NUMBER
             SET TKT-QUEUED TO TRUE
             ACCEPT TKT-SUBMIT-DATE FROM DATE YYYYMMDD
             ACCEPT TKT-SUBMIT-TIME FROM TIME
             MOVE ZERO TO TKT-PICKUP-WINDOW-ID
             MOVE WS-REQUEST-USER TO TKT-USER-ID
             MOVE WS-REQUEST-DEPT TO TKT-DEPT-CODE
             MOVE WS-QUEUE-LINE(1:80) TO TKT-REQUEST
             OPEN EXTEND SUBMIT-QUEUE
             IF SUBQ-STATUS = "35" OR SUBQ-STATUS = "05" THEN
               OPEN OUTPUT SUBMIT-QUEUE
             END-IF
             IF SUBQ-STATUS = "00" THEN
               WRITE TKT-QUEUE-RECORD
               CLOSE SUBMIT-QUEUE
               PERFORM 6300-EMIT-TICKET-QUEUED THRU 6300Z
             ELSE
               DISPLAY '{"error":"SUBMIT QUEUE NOT AVAILABLE"}'
             END-IF
           END-IF.

       6200Z.
           EXIT.

       6300-EMIT-TICKET-QUEUED SECTION.
           MOVE TKT-TICKET-NUMBER TO WS-TRIM-SOURCE.
           PERFORM U09A-DE-EDIT-NUMBER THRU U09AZ.
           MOVE WS-TRIM-RESULT TO WS-TICKET-TRIM.
           MOVE SPACES TO WS-JSON-LINE.
           STRING '{"ticket":' DELIMITED BY SIZE
             WS-TICKET-TRIM DELIMITED BY SPACE
             ',"state":"QUEUED","submitted":"' DELIMITED BY SIZE
             TKT-SUBMIT-DATE DELIMITED BY SIZE
             '/' DELIMITED BY SIZE
             TKT-SUBMIT-TIME DELIMITED BY SIZE
             '"}' DELIMITED BY SIZE
             INTO WS-JSON-LINE.
           DISPLAY WS-JSON-LINE.

       6300Z.
           EXIT.

       6400-EMIT-REASONS SECTION.
      *    Closes the object the caller opened with the reasons
      *    gathered in SUBMIT-REASON-TABLE, code and wording both.
           DISPLAY '"reasons":['.
           PERFORM 6410-EMIT-ONE-REASON THRU 6410Z
             VARYING SUBMIT-REASON-IDX FROM 1 BY 1
             UNTIL SUBMIT-REASON-IDX > SUBMIT-REASON-COUNT.
           DISPLAY ']}'.

       6400Z.
           EXIT.

       6410-EMIT-ONE-REASON SECTION.
           PERFORM 6420-SPELL-REASON THRU 6420Z.
           MOVE ZERO TO WS-REASON-TRAIL.
           INSPECT WS-REASON-TEXT TALLYING WS-REASON-TRAIL
             FOR TRAILING SPACE.
           COMPUTE WS-REASON-LENGTH =
             LENGTH OF WS-REASON-TEXT - WS-REASON-TRAIL.
           MOVE SPACES TO WS-JSON-LINE.
           IF SUBMIT-REASON-IDX = 1 THEN
             STRING '{"code":"' DELIMITED BY SIZE
               SUBMIT-REASON-CODE(SUBMIT-REASON-IDX) DELIMITED BY SIZE
               '","text":"' DELIMITED BY SIZE
               WS-REASON-TEXT(1:WS-REASON-LENGTH) DELIMITED BY SIZE
               '"}' DELIMITED BY SIZE
               INTO WS-JSON-LINE
           ELSE
             STRING ',{"code":"' DELIMITED BY SIZE
               SUBMIT-REASON-CODE(SUBMIT-REASON-IDX) DELIMITED BY SIZE
               '","text":"' DELIMITED BY SIZE
               WS-REASON-TEXT(1:WS-REASON-LENGTH) DELIMITED BY SIZE
               '"}' DELIMITED BY SIZE
               INTO WS-JSON-LINE
           END-IF.
           DISPLAY WS-JSON-LINE.

       6410Z.
           EXIT.

       6420-SPELL-REASON SECTION.
      *    The reject codes in the words FBREJWB's workbench listing
      *    uses, so a requester and the morning review read the same
      *    reason the same way.
           EVALUATE SUBMIT-REASON-CODE(SUBMIT-REASON-IDX)
             WHEN "01"
               MOVE "END MISSING, NOT NUMERIC OR ZERO" TO
                 WS-REASON-TEXT
             WHEN "02"
               MOVE "START NOT NUMERIC" TO WS-REASON-TEXT
             WHEN "03"
               MOVE "RANGE RUNS AGAINST ITS DIRECTION" TO
                 WS-REASON-TEXT
             WHEN "04"
               MOVE "STEP NOT NUMERIC OR ZERO" TO WS-REASON-TEXT
             WHEN "05"
               MOVE "FORMAT NOT HTML, CSV OR JSON" TO WS-REASON-TEXT
             WHEN "06"
               MOVE "LINE TOO LONG TO CARRY THE SEQ= STAMP" TO
                 WS-REASON-TEXT
             WHEN "07"
               MOVE "DIRECTION NOT ASC OR DESC" TO WS-REASON-TEXT
             WHEN "08"
               MOVE "MASTER PAST THE SPLIT TABLE" TO WS-REASON-TEXT
             WHEN "09"
               MOVE "DETAIL NOT FULL OR NONE" TO WS-REASON-TEXT
             WHEN "10"
               MOVE "REQUESTER NOT ON THE MASTER" TO WS-REASON-TEXT
             WHEN "11"
               MOVE "REQUESTER OR DEPARTMENT INACTIVE" TO
                 WS-REASON-TEXT
             WHEN "12"
               MOVE "DEPT NOT THE REQUESTER'S OWN" TO WS-REASON-TEXT
             WHEN "13"
               MOVE "DEPARTMENT MONTHLY BUDGET EXCEEDED" TO
                 WS-REASON-TEXT
             WHEN "14"
               MOVE "RULE SET VERSION NOT ON HAND" TO WS-REASON-TEXT
             WHEN "15"
               MOVE "NEEDBY NOT A REAL YYYYMMDDHHMM" TO WS-REASON-TEXT
             WHEN "16"
               MOVE "LINE TOO LONG TO QUEUE WITH ITS TICKET" TO
                 WS-REASON-TEXT
             WHEN "17"
               MOVE "RESUME NAMES NO RELEASED HOLD" TO WS-REASON-TEXT
             WHEN OTHER
               MOVE "REASON CODE NOT RECOGNIZED" TO WS-REASON-TEXT
           END-EVALUATE.

       6420Z.
           EXIT.

       7000-FETCH-DRIVER SECTION.
      *    MODE=FETCH: a requester who has lost a delivered file gets
      *    the library's stored copy back over the web instead of a
      *    rerun.  The copy goes out under the CONTENT-TYPE of the
      *    format it was run in, exactly as delivered; every other
      *    answer is JSON.  The entry is only described to the
      *    requester it belongs to, so run numbers cannot be walked
      *    to see what anybody else had.  Read-only, like the other
      *    inquiry modes - nothing on the library is changed.
           SET LIB-ENTRY-NOT-FOUND TO TRUE.
           MOVE SPACES TO WS-JSON-LINE.
           EVALUATE TRUE
             WHEN NOT WS-INQ-RUN-SUPPLIED
             WHEN WS-INQ-RUN-NUMBER = ZERO
               MOVE '{"error":"RUN NOT SUPPLIED"}' TO WS-JSON-LINE
             WHEN WS-REQUEST-USER = SPACES
               MOVE '{"error":"USER NOT SUPPLIED"}' TO WS-JSON-LINE
             WHEN OTHER
               PERFORM 7100-READ-LIBRARY-ENTRY THRU 7100Z
           END-EVALUATE.

           IF WS-JSON-LINE = SPACES THEN
             EVALUATE TRUE
               WHEN LIB-ENTRY-NOT-FOUND
                 MOVE '{"error":"RUN NOT IN THE LIBRARY"}'
                   TO WS-JSON-LINE
               WHEN LIB-USER-ID NOT = WS-REQUEST-USER
                 MOVE '{"error":"RUN NOT DELIVERED TO THIS USER"}'
                   TO WS-JSON-LINE
               WHEN LIB-PURGED
                 PERFORM 7200-BUILD-EXPIRED-ANSWER THRU 7200Z
               WHEN OTHER
                 PERFORM 7300-RETURN-STORED-COPY THRU 7300Z
             END-EVALUATE
           END-IF.

           IF WS-JSON-LINE NOT = SPACES THEN
             DISPLAY "CONTENT-TYPE: APPLICATION/JSON"
                      NEWLINE
             DISPLAY WS-JSON-LINE
           END-IF.

       7000Z.
           EXIT.

       7100-READ-LIBRARY-ENTRY SECTION.
           OPEN INPUT LIB-INDEX.
           IF LIB-STATUS-NUM = 00 THEN
             MOVE WS-INQ-RUN-NUMBER TO LIB-RUN-NUMBER
             READ LIB-INDEX
               KEY IS LIB-RUN-NUMBER
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 SET LIB-ENTRY-FOUND TO TRUE
             END-READ
             CLOSE LIB-INDEX
           ELSE
             IF LIB-STATUS-NUM NOT = 35 THEN
               MOVE '{"error":"LIBRARY NOT AVAILABLE"}'
                 TO WS-JSON-LINE
             END-IF
           END-IF.

       7100Z.
           EXIT.

       7200-BUILD-EXPIRED-ANSWER SECTION.
      *    The purge has been: the stored copy is gone, and the only
      *    way back to the output is a rerun of the range.
           MOVE LIB-RUN-NUMBER TO WS-TRIM-SOURCE.
           PERFORM U09A-DE-EDIT-NUMBER THRU U09AZ.
           MOVE WS-TRIM-RESULT TO WS-INQ-TRIM-A.
           STRING '{"fetch":{"run":' DELIMITED BY SIZE
             WS-INQ-TRIM-A DELIMITED BY SPACE
             ',"state":"EXPIRED"' DELIMITED BY SIZE
             ',"message":"EXPIRED, RERUN REQUIRED"' DELIMITED BY SIZE
             ',"filed":"' DELIMITED BY SIZE
             LIB-FILED-DATE DELIMITED BY SIZE
             '","kept":"' DELIMITED BY SIZE
             LIB-RETAIN-UNTIL DELIMITED BY SIZE
             '","purged":"' DELIMITED BY SIZE
             LIB-PURGED-DATE DELIMITED BY SIZE
             '"}}' DELIMITED BY SIZE
             INTO WS-JSON-LINE.

       7200Z.
           EXIT.

       7300-RETURN-STORED-COPY SECTION.
      *    The stored copy carries the section's own lines and
      *    nothing else, so it goes out under the header its format
      *    calls for.  An entry whose copy has gone missing from
      *    under it can only be rerun, and says so.
           MOVE LIB-STORED-NAME TO WS-LIB-PIECE-NAME.
           OPEN INPUT LIB-PIECE.
           IF LIBP-STATUS-NUM NOT = 00 THEN
             MOVE '{"error":"STORED COPY MISSING, RERUN REQUIRED"}'
               TO WS-JSON-LINE
           ELSE
             MOVE LIB-FORMAT-CODE TO FORMAT-CODE
             PERFORM U01-PRINT-HEADER
             PERFORM 7310-SHOW-ONE-STORED-LINE THRU 7310Z
               UNTIL LIBP-STATUS-NUM > 9
             CLOSE LIB-PIECE
           END-IF.

       7300Z.
           EXIT.

       7310-SHOW-ONE-STORED-LINE SECTION.
           READ LIB-PIECE
             AT END
               MOVE 10 TO LIBP-STATUS-NUM
             NOT AT END
               DISPLAY LIB-PIECE-LINE
           END-READ.

       7310Z.
           EXIT.
       END PROGRAM FIZZBUZZ.
