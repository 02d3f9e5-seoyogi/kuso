       FD  WALK-POS-FILE.
       COPY WALKPOS.
       FD  WALK-HIST-FILE.
       01  WALK-HIST-RECORD PIC X(68).
       FD  EMP-MAST-FILE.
       COPY EMPMAST.
       FD  WORK-CAL-FILE.
