      *> WALKSENT vendor sent-figure ledger - one record per
      *> employee per day ever sent on WALKVEND, holding the figure
      *> and points eligibility the vendor was last given for it;
      *> WALKEXP writes it with each night's export and compares it
      *> against WALKPOS to find days that changed after they went
      *> alternate key on SN-RUN-DATE lets WALKEXP find the first
      *> day the ledger covers
       01  WALK-SENT-RECORD.
           05  SN-SENT-KEY.
               10  SN-EMPLOYEE-ID      PIC X(6).
               10  SN-RUN-DATE         PIC 9(8).
           05  SN-DISTANCE             PIC 9(6).
           05  SN-POINTS-ELIGIBLE      PIC X(1).
      *> SN-SENT-DATE: export date of the WALKVEND file that last
      *> carried this day
           05  SN-SENT-DATE            PIC 9(8).
