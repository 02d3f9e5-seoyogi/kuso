           05  WV-POINTS-ELIGIBLE      PIC X(1).
           05  WV-EMPLOYEE-NAME        PIC X(30).
           05  WV-SITE-CODE            PIC X(3).
      *> WV-REC-TYPE: "D" = the export day's own record, "A" =
      *> adjustment replacing the figure sent earlier for
      *> WV-RUN-DATE (WV-ADJ-REASON as AJ-REASON in WALKADJ)
      *> WV-EXPORT-DATE: the export date this file was built for
           05  WV-REC-TYPE             PIC X(1).
           05  WV-ADJ-REASON           PIC X(4).
           05  WV-EXPORT-DATE          PIC 9(8).
