      *> WALKADJ vendor adjustment register - one record for each
      *> already-exported day WALKEXP re-sent because its figure or
      *> points eligibility changed, keyed on employee, walked day
      *> and the export date that carried the adjustment
      *> AJ-REASON: "DIST" = distance changed (correction or
      *> back-dated entry), "ELIG" = points eligibility changed
      *> (exception approved), "VOID" = exception voided, day now
      *> worth nothing, "LATE" = entry keyed for a day already
      *> exported without this walker
      *> AJ-ACK-CODE is filled in by WVRECON from the vendor's
      *> acknowledgment: space = not yet acknowledged, "A" =
      *> accepted, "R" = rejected
      *> alternate key on AJ-SENT-DATE lets WALKEXP write out the
      *> adjustments for one export
       01  WALK-ADJ-RECORD.
           05  AJ-ADJ-KEY.
               10  AJ-EMPLOYEE-ID      PIC X(6).
               10  AJ-RUN-DATE         PIC 9(8).
               10  AJ-SENT-DATE        PIC 9(8).
           05  AJ-REASON               PIC X(4).
           05  AJ-OLD-DISTANCE         PIC 9(6).
           05  AJ-OLD-ELIGIBLE         PIC X(1).
           05  AJ-NEW-DISTANCE         PIC 9(6).
           05  AJ-NEW-ELIGIBLE         PIC X(1).
      *> AJ-POS-TIMESTAMP: WL-TIMESTAMP of the WALKLOG entry now in
      *> effect for the day (spaces for a voided day)
           05  AJ-POS-TIMESTAMP        PIC X(16).
           05  AJ-ACK-CODE             PIC X(1).
           05  AJ-POINTS-AWARDED       PIC 9(5).
           05  AJ-ACK-DATE             PIC 9(8).
