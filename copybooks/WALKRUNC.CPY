      *> date rewrites the record in place
      *> RC-STATUS: "RUN " started, "OK  " completed in balance,
      *> "OOB " completed out of balance, "EXP " date exported,
      *> "ERR " run ended without doing its work (rerun allowed),
      *> "HLD " completed but the month is held from payroll until
      *> PAYFEED is run with RELEASE (PTSAUDIT)
       01  WALK-RUN-RECORD.
           05  RC-RUN-KEY.
               10  RC-PROGRAM          PIC X(8).
