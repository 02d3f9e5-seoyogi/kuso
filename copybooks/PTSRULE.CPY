      *> PTSRULE incentive points-rule record - one per version of
      *> the vendor contract's points tiers, keyed on the date the
      *> version takes effect, maintained by PTSMNT; a walked day
      *> is scored by the version with the latest PR-EFF-DATE not
      *> after the day, and PTSAUDIT recomputes the vendor's
      *> awards with it
      *> PR-BAND: km bands in ascending PR-BAND-FROM-KM order - the
      *> day's whole distance earns PR-BAND-POINTS per km of the
      *> highest band it reaches, a distance below the first band
      *> earns nothing; unused bands are zero
      *> PR-DAILY-CAP: most points one walker earns for one day,
      *> zero = no cap
      *> PR-BONUS: days on which the capped points are multiplied
      *> by PR-BONUS-PCT / 100 (200 = double points); unused
      *> entries are zero
       01  PTS-RULE-RECORD.
           05  PR-EFF-DATE             PIC 9(8).
           05  PR-DESCRIPTION          PIC X(20).
           05  PR-DAILY-CAP            PIC 9(5).
           05  PR-BAND-TABLE.
               10  PR-BAND OCCURS 5 TIMES.
                   15  PR-BAND-FROM-KM PIC 9(3).
                   15  PR-BAND-POINTS  PIC 9(3).
           05  PR-BONUS-TABLE.
               10  PR-BONUS OCCURS 5 TIMES.
                   15  PR-BONUS-DATE   PIC 9(8).
                   15  PR-BONUS-PCT    PIC 9(3).
