           COPY AUDITREC.

       FD AUDIT-NEW.
       01 NEW-RECORD        PIC X(160).

       FD ARCHIVE-FILE.
      *    Audit record images plus an 80-byte margin - the audit
      *    requester identity, the full request capture) and the
      *    archive image rides a little ahead of it so a generation
      *    cut under an older layout still reads back whole.
       01 ARCH-RECORD       PIC X(160).

       FD ARC-CTL.
       01 ARC-CTL-RECORD.
