      *> WALKPERD period-control record - one per calendar month,
      *> keyed on YYYYMM; maintained by PERDMNT
      *> PD-STATUS: "O" = open, "C" = closed - nothing dated in a
      *> closed month may be posted, corrected, resubmitted from
      *> suspense or given an exception disposition
      *> a month with no record here is open
      *> the close fields hold the latest close; a reopen is only
      *> done through PERDMNT with a reason, and the latest one is
      *> held in the reopen fields with a running count
       01  WALK-PERD-RECORD.
           05  PD-PERIOD-YYYYMM        PIC 9(6).
           05  PD-STATUS               PIC X(1).
           05  PD-OPENED-BY            PIC X(6).
           05  PD-OPENED-TS            PIC X(16).
           05  PD-CLOSED-BY            PIC X(6).
           05  PD-CLOSED-TS            PIC X(16).
           05  PD-REOPEN-BY            PIC X(6).
           05  PD-REOPEN-TS            PIC X(16).
           05  PD-REOPEN-REASON        PIC X(30).
           05  PD-REOPEN-COUNT         PIC 9(3).
