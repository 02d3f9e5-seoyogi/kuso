           05  WT-REASON               PIC X(30).
           05  WT-TXN-TYPE             PIC X(1).
           05  WT-ENTRY-DATE           PIC 9(8).
      *> WT-SOURCE-CODE: where the slip came from - "M" = keyed by
      *> hand, "D" = band/device import (STEPIMP), "S" = repaired
      *> and resubmitted from suspense (SUSPFIX); a blank source is
      *> posted as "M"
           05  WT-SOURCE-CODE          PIC X(1).
