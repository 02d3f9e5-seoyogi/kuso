      *> CHALPLDG charity-pledge record - one per pledge made
      *> against a CHALDEF challenge, keyed on challenge code and
      *> pledge number; maintained by CHALMNT and settled by CHALDON
      *> amounts are whole yen
      *> CP-RATE-PER-KM: amount promised for each km walked by the
      *> challenge's enrolled walkers during the challenge
      *> CP-TEAM-CAP / CP-CHAL-CAP: most paid for one team / for
      *> the whole pledge, zero = no cap
      *> CP-COUNT-APPROVED: "Y" = days flagged as exceptions count
      *> once EXCPREV has approved them, "N" = flagged days never
      *> count; unreviewed flagged days never count either way
      *> CP-STATUS: "O" = open, "F" = final - the donation statement
      *> has been issued and remitted, CP-FINAL-xxx hold what was
      *> paid, and the pledge can no longer be changed or paid again
       01  CHAL-PLDG-RECORD.
           05  CP-PLEDGE-KEY.
               10  CP-CHAL-CODE        PIC X(6).
               10  CP-PLEDGE-SEQ       PIC 9(2).
           05  CP-CHARITY-NAME         PIC X(30).
           05  CP-PAYEE-ID             PIC X(10).
           05  CP-RATE-PER-KM          PIC 9(5).
           05  CP-TEAM-CAP             PIC 9(9).
           05  CP-CHAL-CAP             PIC 9(9).
           05  CP-COUNT-APPROVED       PIC X(1).
           05  CP-STATUS               PIC X(1).
           05  CP-FINAL-DATE           PIC 9(8).
           05  CP-FINAL-KM             PIC 9(7).
           05  CP-FINAL-AMOUNT         PIC 9(9).
