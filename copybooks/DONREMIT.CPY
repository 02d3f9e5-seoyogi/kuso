      *> DONREMIT accounts-payable remittance record - one per
      *> pledge settled by a final CHALDON run; AP pays
      *> DR-AMOUNT (whole yen) to the payee and quotes the
      *> challenge and pledge number as the reference
       01  DON-REMIT-RECORD.
           05  DR-PAYEE-ID             PIC X(10).
           05  DR-CHARITY-NAME         PIC X(30).
           05  DR-AMOUNT               PIC 9(9).
           05  DR-CHAL-CODE            PIC X(6).
           05  DR-PLEDGE-SEQ           PIC 9(2).
           05  DR-ELIGIBLE-KM          PIC 9(7).
           05  DR-ISSUE-DATE           PIC 9(8).
