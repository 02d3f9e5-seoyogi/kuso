      *> SU-REJECT-REASON: "EMP " unknown/terminated employee,
      *> "DIST" bad distance, "UOM " bad unit, "TYPE" bad txn type,
      *> "CORR" correction with no original entry, "DUP " posting
      *> collided with an already-written WALKLOG key, "CLSD" the
      *> slip is dated in a month closed in WALKPERD
      *> SU-STATUS: "P" = pending repair, "R" = resubmitted,
      *> "X" = purged by RETPURGE after the walker's retention
      *> period (slip anonymized, never resubmitted)
      *> SU-TXN-DATA holds the slip in its original 58-byte layout;
      *> fields later appended to WALKTXN are carried after
      *> SU-STATUS so the offsets of parked slips stay valid. The
      *> record LENGTH still changes, so convert any WALKSUSP file
      *> written under the previous layout before deploying
      *> SU-SOURCE-CODE: WT-SOURCE-CODE of the slip as it was parked
       01  WALK-SUSP-RECORD.
           05  SU-TXN-DATA             PIC X(58).
           05  SU-REJECT-REASON        PIC X(4).
           05  SU-REJECT-DATE          PIC 9(8).
           05  SU-STATUS               PIC X(1).
           05  SU-SOURCE-CODE          PIC X(1).
