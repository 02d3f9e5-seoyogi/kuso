      *> SRCRULE entry-source rule record - one per site, keyed on
      *> SR-SITE-CODE, maintained by SRCMNT; a blank site is the
      *> company-wide rule for sites without their own record, and
      *> with no record at all the latest posting wins as it always
      *> did
      *> SR-RULE-CODE: which entry POSBLD carries when a walker has
      *> both a device reading and a keyed entry for one day -
      *> "L" = latest posting wins, "D" = device always wins,
      *> "H" = higher of the two distances, "R" = keyed entry wins
      *> only when it carries a reason, otherwise the device
      *> SR-TOLERANCE-KM: difference in km above which the two
      *> sources are reported by SRCCONF as a conflict
       01  SRC-RULE-RECORD.
           05  SR-SITE-CODE            PIC X(3).
           05  SR-RULE-CODE            PIC X(1).
           05  SR-TOLERANCE-KM         PIC 9(3).
           05  SR-DESCRIPTION          PIC X(30).
