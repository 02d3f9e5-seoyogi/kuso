       FD  WALK-LOG-FILE.
       COPY WALKREC.
       FD  WALK-HIST-FILE.
       01  WALK-HIST-RECORD PIC X(68).
       FD  WALKARCT-FILE.
       01  ARCT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
