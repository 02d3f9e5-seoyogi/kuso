       FD  WALK-POS-FILE.
       COPY WALKPOS.
       FD  WALK-HIST-FILE.
       01  WALK-HIST-RECORD PIC X(68).
       FD  WALKRPT-FILE.
       01  REPORT-LINE PIC X(100).
       FD  EMP-MAST-FILE.
