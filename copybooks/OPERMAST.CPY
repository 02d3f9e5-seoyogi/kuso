      *> OPERMAST operator record - one per person allowed to use
      *> the maintenance screens, keyed on OP-OPERATOR-ID; kept by
      *> OPERMNT and checked by each screen's sign-on
      *> OP-STATUS: "A" = active, "R" = revoked (kept on file so the
      *> maintenance audit log still resolves the operator)
      *> OP-AUTH-xxxxxx: authority for one maintenance program -
      *> space = no access, "I" = inquire only, "U" = update,
      *> "A" = lead/admin actions as well (EXCPREV approve/void,
      *> EMPMNT terminate, PERDMNT reopen, all of OPERMNT)
      *> OP-AUTH-TABLE gives the same bytes by position, in the
      *> order of the named fields; the spare positions are kept
      *> blank for programs added later
       01  OPER-MAST-RECORD.
           05  OP-OPERATOR-ID          PIC X(6).
           05  OP-OPERATOR-NAME        PIC X(30).
           05  OP-PASSWORD             PIC X(8).
           05  OP-STATUS               PIC X(1).
           05  OP-AUTH-LEVELS.
               10  OP-AUTH-EMPMNT      PIC X(1).
               10  OP-AUTH-CALMNT      PIC X(1).
               10  OP-AUTH-GOALMNT     PIC X(1).
               10  OP-AUTH-CHALMNT     PIC X(1).
               10  OP-AUTH-SUSPFIX     PIC X(1).
               10  OP-AUTH-EXCPREV     PIC X(1).
               10  OP-AUTH-PERDMNT     PIC X(1).
               10  OP-AUTH-OPERMNT     PIC X(1).
               10  OP-AUTH-SRCMNT      PIC X(1).
               10  OP-AUTH-PTSMNT      PIC X(1).
               10  FILLER              PIC X(2).
           05  OP-AUTH-TABLE REDEFINES OP-AUTH-LEVELS.
               10  OP-AUTH-LEVEL       PIC X(1) OCCURS 12 TIMES.
