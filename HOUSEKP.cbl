     03  FILLER          PIC X(75).
     COPY AUD01.
 FD  AUD-ARCH-FILE.
 01  AUD-ARCH-RECORD     PIC X(249).
     COPY RUNLOG01.
 FD  LOG-ARCH-FILE.
 01  LOG-ARCH-RECORD     PIC X(80).
