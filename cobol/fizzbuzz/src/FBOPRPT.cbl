           COPY AUDITREC.

       FD ARCHIVE-FILE.
       01 ARCH-RECORD       PIC X(160).

       FD OPR-CTL.
       01 OPR-CTL-RECORD.
