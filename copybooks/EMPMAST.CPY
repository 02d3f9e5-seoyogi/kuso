      *> EMPMAST employee master record - one per employee, keyed
      *> on EM-EMPLOYEE-ID
      *> EM-STATUS: "A" = active, "T" = terminated, "P" = hired by
      *> HRFEED with a hire date still ahead (cannot post walks)
      *> EM-BADGE-ID: pedometer-band badge from the device portal,
      *> spaces when the walker has no band
       01  EMPLOYEE-MASTER-RECORD.
           05  EM-DEPT-CODE            PIC X(4).
           05  EM-STATUS               PIC X(1).
           05  EM-BADGE-ID             PIC X(10).
      *> new fields are appended at the end so field offsets built
      *> against earlier layouts stay valid; the record length
      *> still changes, so unload and reload EMPMAST (new fields
      *> zero) when deploying a longer layout
      *> EM-TERM-DATE: day the termination takes effect, zero while
      *> employed; HRFEED can set it ahead of time and flips
      *> EM-STATUS to "T" once the date arrives; on a "P" rehire
      *> it keeps the previous leaving date until the hire is in
      *> effect
           05  EM-TERM-DATE            PIC 9(8).
