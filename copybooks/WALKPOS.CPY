      *> WALKPOS daily-position record - rebuilt nightly by POSBLD,
      *> one record per walker per day with the original-versus-
      *> correction chain already resolved: within each source the
      *> WALKLOG record with the latest WL-TIMESTAMP for the day
      *> stands, and when a walker has both a device reading and a
      *> keyed entry the site's SRCRULE rule picks the one carried
      *> here, so readers never re-derive which record wins
      *> alternate key on DP-RUN-DATE lets the reporting jobs
      *> START at a day
       01  WALK-POS-RECORD.
      *> DP-REVIEW-STATUS: "A" = exception approved by EXCPREV,
      *> space = no disposition (voided days are not written here)
           05  DP-REVIEW-STATUS        PIC X(1).
      *> DP-SOURCE-CODE: WL-SOURCE-CODE of the carried record
      *> DP-CONFLICT-FLAG: "Y" = the day has both a device reading
      *> and a keyed entry differing by more than the site's
      *> tolerance, "N" = it does not
      *> DP-DEVICE-DIST / DP-MANUAL-DIST: the standing device and
      *> keyed distances in km, zero for a source with no entry
           05  DP-SOURCE-CODE          PIC X(1).
           05  DP-CONFLICT-FLAG        PIC X(1).
           05  DP-DEVICE-DIST          PIC 9(3).
           05  DP-MANUAL-DIST          PIC 9(3).
