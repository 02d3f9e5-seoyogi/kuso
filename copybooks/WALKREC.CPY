           05  WL-REC-STATUS           PIC X(1).
           05  WL-REASON               PIC X(30).
           05  WL-EXCEPTION-FLAG       PIC X(1).
      *> new fields are appended at the end so field offsets built
      *> against earlier layouts stay valid; WALKLOG and WALKHIST
      *> must be unloaded and reloaded when the record grows
      *> WL-SOURCE-CODE: where the entry came from - "M" = keyed by
      *> hand, "D" = band/device import, "S" = suspense resubmit;
      *> entries posted before the field existed carry a space and
      *> are treated as keyed by hand
           05  WL-SOURCE-CODE          PIC X(1).
