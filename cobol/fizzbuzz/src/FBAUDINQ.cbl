           COPY AUDITREC.

       FD ARCHIVE-FILE.
       01 ARCH-RECORD       PIC X(160).

       FD INQCTLIN.
       01 INQ-CTL-RECORD.
