      *> MAINTAUD maintenance audit record - one per add, change or
      *> delete made through a maintenance screen (and through the
      *> batch feeds that maintain the same master files); the log
      *> is appended to and never rewritten, except that RETPURGE
      *> anonymizes the entries of walkers past retention
      *> AU-ACTION: "A" = added, "C" = changed, "D" = deleted
      *> AU-FILE-NAME: the file changed (EMPMAST, WORKCAL, ...)
      *> AU-RECORD-KEY: the changed record's key as stored
      *> AU-BEFORE-IMAGE / AU-AFTER-IMAGE: the whole record before
      *> and after the change, spaces for the side that does not
      *> exist (before on an add, after on a delete); passwords
      *> are blanked out of OPERMAST images
       01  MAINT-AUD-RECORD.
           05  AU-TIMESTAMP            PIC X(16).
           05  AU-OPERATOR-ID          PIC X(6).
           05  AU-PROGRAM              PIC X(8).
           05  AU-ACTION               PIC X(1).
           05  AU-FILE-NAME            PIC X(8).
           05  AU-RECORD-KEY           PIC X(20).
           05  AU-BEFORE-IMAGE         PIC X(120).
           05  AU-AFTER-IMAGE          PIC X(120).
