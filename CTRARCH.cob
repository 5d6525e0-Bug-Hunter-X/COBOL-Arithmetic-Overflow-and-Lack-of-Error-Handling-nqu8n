           COPY CTRAUD.

       FD  CTR-AUDIT-ARCH-FILE.
       01  CTR-AUDIT-ARCH-RECORD       PIC X(79).

       FD  CTR-HIST-FILE.
           COPY CTRHIST.
