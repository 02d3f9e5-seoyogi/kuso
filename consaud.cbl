       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSAUD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WALK-LOG-FILE ASSIGN TO "WALKLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WL-LOG-KEY
               ALTERNATE RECORD KEY IS WL-RUN-DATE
                   WITH DUPLICATES
               FILE STATUS IS WS-LOG-STATUS.
           SELECT WALK-HIST-FILE ASSIGN TO "WALKHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT WALK-POS-FILE ASSIGN TO "WALKPOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-POS-KEY
               ALTERNATE RECORD KEY IS DP-RUN-DATE
                   WITH DUPLICATES
               FILE STATUS IS WS-POS-STATUS.
           SELECT EMP-MAST-FILE ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-EMPLOYEE-ID
               FILE STATUS IS WS-EMP-STATUS.
           SELECT EMP-HIST-FILE ASSIGN TO "EMPHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EH-ASGN-KEY
               FILE STATUS IS WS-EHIST-STATUS.
           SELECT EXCP-DISP-FILE ASSIGN TO "EXCPDISP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS XD-DISP-KEY
               FILE STATUS IS WS-DISP-STATUS.
           SELECT WALK-GOAL-FILE ASSIGN TO "WALKGOAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GL-GOAL-KEY
               FILE STATUS IS WS-GOAL-STATUS.
           SELECT CHAL-DEF-FILE ASSIGN TO "CHALDEF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CH-CHAL-CODE
               FILE STATUS IS WS-DEF-STATUS.
           SELECT CHAL-ROST-FILE ASSIGN TO "CHALROST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-ROST-KEY
               FILE STATUS IS WS-ROST-STATUS.
           SELECT SRC-RULE-FILE ASSIGN TO "SRCRULE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SR-SITE-CODE
               FILE STATUS IS WS-RULE-STATUS.
           SELECT WALK-RUNC-FILE ASSIGN TO "WALKRUNC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RC-RUN-KEY
               FILE STATUS IS WS-RUNC-STATUS.
           SELECT CONSAUD-FILE ASSIGN TO "CONSAUD"
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  WALK-LOG-FILE.
       COPY WALKREC.
       FD  WALK-HIST-FILE.
       01  WALK-HIST-RECORD PIC X(68).
       FD  WALK-POS-FILE.
       COPY WALKPOS.
       FD  EMP-MAST-FILE.
       COPY EMPMAST.
       FD  EMP-HIST-FILE.
       COPY EMPHIST.
       FD  EXCP-DISP-FILE.
       COPY EXCPDISP.
       FD  WALK-GOAL-FILE.
       COPY WALKGOAL.
       FD  CHAL-DEF-FILE.
       COPY CHALDEF.
       FD  CHAL-ROST-FILE.
       COPY CHALROST.
       FD  SRC-RULE-FILE.
       COPY SRCRULE.
       FD  WALK-RUNC-FILE.
       COPY WALKRUNC.
       FD  CONSAUD-FILE.
       01  AUD-LINE PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-LOG-STATUS PIC XX.
       01 WS-HIST-STATUS PIC XX.
       01 WS-POS-STATUS PIC XX.
       01 WS-EMP-STATUS PIC XX.
       01 WS-EHIST-STATUS PIC XX.
       01 WS-DISP-STATUS PIC XX.
       01 WS-GOAL-STATUS PIC XX.
       01 WS-DEF-STATUS PIC XX.
       01 WS-ROST-STATUS PIC XX.
       01 WS-RUNC-STATUS PIC XX.
       01 WS-RULE-STATUS PIC XX.
       01 WS-RULE-EOF PIC X VALUE "N".
       01 WS-RULE-COUNT PIC 9(3) VALUE ZERO.
       01 WS-RULE-FULL PIC X VALUE "N".
       01 WS-RULE-CODE PIC X(1).
       01 WS-EOF PIC X VALUE "N".
       01 WS-SCAN-DONE PIC X VALUE "N".
       01 WS-EMP-OPEN PIC X VALUE "N".
       01 WS-LOG-OPEN PIC X VALUE "N".
       01 WS-POS-OPEN PIC X VALUE "N".
       01 WS-DISP-OPEN PIC X VALUE "N".
       01 WS-DEF-OPEN PIC X VALUE "N".
       01 WS-BUS-DATE-INPUT PIC X(8).
       01 WS-BUS-DATE PIC 9(8).
       01 WS-BUS-YYYYMM PIC 9(6).
       01 WS-START-TS PIC X(16).
       01 WS-CHECKED-COUNT PIC 9(9) VALUE ZERO.
       01 WS-FINDING-COUNT PIC 9(9) VALUE ZERO.
       01 WS-HIGH-COUNT PIC 9(9) VALUE ZERO.
      *> the walker-day being gathered from WALKLOG; as in POSBLD
      *> the last entry read from each source is its standing entry
       01 WS-HOLD-ACTIVE PIC X VALUE "N".
       01 WS-HOLD-EMP-ID PIC X(6).
       01 WS-HOLD-DATE PIC 9(8).
       01 WS-DEV-FOUND PIC X.
       01 WS-DEV-DISTANCE PIC 9(3).
       01 WS-DEV-UOM PIC X(2).
       01 WS-DEV-TS PIC X(16).
       01 WS-DEV-FLAG PIC X(1).
       01 WS-MAN-FOUND PIC X.
       01 WS-MAN-DISTANCE PIC 9(3).
       01 WS-MAN-UOM PIC X(2).
       01 WS-MAN-TS PIC X(16).
       01 WS-MAN-FLAG PIC X(1).
       01 WS-MAN-REASON PIC X.
      *> class of the latest posting of either source, then of the
      *> entry POSBLD carries once the site rule has been applied
       01 WS-LAST-CLASS PIC X(1).
       01 WS-CARRY-TS PIC X(16).
       01 WS-CARRY-DISTANCE PIC 9(3).
       01 WS-CARRY-UOM PIC X(2).
       01 WS-FLAGGED PIC X.
       01 WS-DISP-FOUND PIC X.
       01 WS-DISP-CODE PIC X(1).
       01 WS-HIST-EMP-ID PIC X(6) VALUE SPACES.
       01 WS-HIST-DATE PIC 9(8) VALUE ZERO.
      *> last EMPMAST lookup, kept so a walker's rows in a row
      *> cost one read
       01 WS-LOOK-EMP-ID PIC X(6) VALUE SPACES.
       01 WS-LOOK-FOUND PIC X VALUE "N".
       01 WS-LOOK-STATUS PIC X(1).
       01 WS-LOOK-SITE PIC X(3).
       01 WS-DEF-CODE PIC X(6) VALUE SPACES.
       01 WS-DEF-END-DATE PIC 9(8).
       01 WS-ASGN-FOUND PIC X.
       01 WS-ASGN-DATE PIC 9(8).
       01 WS-ASGN-SITE PIC X(3).
       01 WS-ASGN-DEPT PIC X(4).
       01 WS-CHECK-NO PIC 9(1).
       01 WS-FIND-EMP-ID PIC X(6).
       01 WS-FIND-KEY PIC X(8).
       01 WS-FIND-TEXT PIC X(50).
      *> each check's severity and title: H findings put the day
      *> out of balance, M and L are listed for follow-up only
       01 WC-CHECK-TEXTS.
           05 FILLER PIC X(46)
               VALUE "HWALKLOG DAYS FOR IDS NOT ON EMPMAST".
           05 FILLER PIC X(46)
               VALUE "MDISPOSITIONS WHOSE CARRIED ENTRY IS UNFLAGGED".
           05 FILLER PIC X(46)
               VALUE "LOPEN GOALS FOR TERMINATED WALKERS".
           05 FILLER PIC X(46)
               VALUE "LCURRENT ROSTER ROWS FOR TERMINATED WALKERS".
           05 FILLER PIC X(46)
               VALUE "MEMPMAST NOT MATCHING LATEST EMPHIST".
           05 FILLER PIC X(46)
               VALUE "HWALKPOS NOT MATCHING CARRIED WALKLOG ENTRY".
           05 FILLER PIC X(46)
               VALUE "HWALKER-DAYS ON BOTH WALKLOG AND WALKHIST".
       01 WC-CHECK-TABLE REDEFINES WC-CHECK-TEXTS.
           05 WC-CHECK OCCURS 7 TIMES.
               10 WC-CHECK-SEV PIC X(1).
               10 WC-CHECK-DESC PIC X(45).
       01 WC-CHECKS PIC 9(1) VALUE 7.
      *> findings past this many per check are counted but not
      *> listed
       01 WC-DETAIL-LIMIT PIC 9(4) VALUE 200.
       01 RULE-TABLE.
           05 RULE-ENTRY OCCURS 100 TIMES INDEXED BY RULE-IDX.
               10 RT-SITE PIC X(3).
               10 RT-RULE-CODE PIC X(1).
       01 CHECK-TABLE.
           05 CHECK-ENTRY OCCURS 7 TIMES.
               10 CK-RAN PIC X(1) VALUE "N".
               10 CK-COUNT PIC 9(7) VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PARA.
       ACCEPT WS-BUS-DATE-INPUT FROM COMMAND-LINE
       IF WS-BUS-DATE-INPUT IS NUMERIC
           AND WS-BUS-DATE-INPUT NOT = ZERO
           MOVE WS-BUS-DATE-INPUT TO WS-BUS-DATE
       ELSE
           ACCEPT WS-BUS-DATE FROM DATE YYYYMMDD
       END-IF
       MOVE WS-BUS-DATE(1:6) TO WS-BUS-YYYYMM
       MOVE FUNCTION CURRENT-DATE(1:16) TO WS-START-TS
       OPEN OUTPUT CONSAUD-FILE
       MOVE SPACES TO AUD-LINE
       STRING "CROSS-FILE CONSISTENCY AUDIT FOR " DELIMITED BY SIZE
           WS-BUS-DATE DELIMITED BY SIZE
           INTO AUD-LINE
       END-STRING
       WRITE AUD-LINE
       MOVE SPACES TO AUD-LINE
       WRITE AUD-LINE
       MOVE "CK SEV EMPLOYEE DAY/KEY  FINDING" TO AUD-LINE
       WRITE AUD-LINE
       OPEN INPUT EMP-MAST-FILE
       IF WS-EMP-STATUS = "00"
           MOVE "Y" TO WS-EMP-OPEN
       ELSE
           DISPLAY "CANNOT OPEN EMPMAST - STATUS " WS-EMP-STATUS
       END-IF
       OPEN INPUT WALK-LOG-FILE
       IF WS-LOG-STATUS = "00"
           MOVE "Y" TO WS-LOG-OPEN
       ELSE
           DISPLAY "CANNOT OPEN WALKLOG - STATUS " WS-LOG-STATUS
       END-IF
       IF WS-EMP-OPEN = "Y" AND WS-LOG-OPEN = "Y"
           PERFORM RUN-CHECKS-PARA
       END-IF
       IF WS-LOG-OPEN = "Y"
           CLOSE WALK-LOG-FILE
       END-IF
       IF WS-EMP-OPEN = "Y"
           CLOSE EMP-MAST-FILE
       END-IF
       PERFORM PRINT-SUMMARY-PARA
       CLOSE CONSAUD-FILE
       PERFORM WRITE-RUN-CONTROL-PARA
       DISPLAY "CONSAUD CHECKED=" WS-CHECKED-COUNT
           " FINDINGS=" WS-FINDING-COUNT
           " HIGH=" WS-HIGH-COUNT
       STOP RUN.

      *> EMPMAST and WALKLOG are what every link hangs from; the
      *> other files are each needed by one check only, and a check
      *> whose file is missing is reported as not run
       RUN-CHECKS-PARA.
       OPEN INPUT EXCP-DISP-FILE
       IF WS-DISP-STATUS = "00"
           MOVE "Y" TO WS-DISP-OPEN
       END-IF
       PERFORM LOAD-SRC-RULES-PARA
       OPEN INPUT WALK-POS-FILE
       IF WS-POS-STATUS = "00"
           MOVE "Y" TO WS-POS-OPEN
       END-IF
       PERFORM SCAN-LOG-PARA
       IF WS-POS-OPEN = "Y"
           PERFORM SCAN-POS-PARA
           CLOSE WALK-POS-FILE
       END-IF
       IF WS-DISP-OPEN = "Y"
           CLOSE EXCP-DISP-FILE
       END-IF
       PERFORM SCAN-HIST-PARA
       PERFORM SCAN-GOAL-PARA
       PERFORM SCAN-ROST-PARA
       PERFORM SCAN-EMP-PARA.

      *> one pass of WALKLOG in key order covers the walker-day
      *> checks: the walker is on EMPMAST, a disposition stands
      *> against the flagged entry POSBLD carries, and WALKPOS
      *> carries one of the day's standing entries
       SCAN-LOG-PARA.
       MOVE "Y" TO CK-RAN(1)
       IF WS-DISP-OPEN = "Y" AND WS-RULE-FULL = "N"
           MOVE "Y" TO CK-RAN(2)
       END-IF
       IF WS-POS-OPEN = "Y"
           MOVE "Y" TO CK-RAN(6)
       END-IF
       MOVE "N" TO WS-EOF
       PERFORM UNTIL WS-EOF = "Y"
           READ WALK-LOG-FILE NEXT
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-CHECKED-COUNT
                   PERFORM HOLD-LOG-REC-PARA
           END-READ
       END-PERFORM
       IF WS-HOLD-ACTIVE = "Y"
           PERFORM CHECK-LOG-DAY-PARA
       END-IF.

       HOLD-LOG-REC-PARA.
       IF WS-HOLD-ACTIVE = "Y"
           AND (WL-EMPLOYEE-ID NOT = WS-HOLD-EMP-ID
                OR WL-RUN-DATE NOT = WS-HOLD-DATE)
           PERFORM CHECK-LOG-DAY-PARA
       END-IF
       IF WS-HOLD-ACTIVE = "N"
           MOVE "N" TO WS-DEV-FOUND
           MOVE "N" TO WS-MAN-FOUND
       END-IF
       MOVE "Y" TO WS-HOLD-ACTIVE
       MOVE WL-EMPLOYEE-ID TO WS-HOLD-EMP-ID
       MOVE WL-RUN-DATE TO WS-HOLD-DATE
       IF WL-SOURCE-CODE = "D"
           MOVE "D" TO WS-LAST-CLASS
           MOVE "Y" TO WS-DEV-FOUND
           MOVE WL-DISTANCE TO WS-DEV-DISTANCE
           MOVE WL-UOM-CODE TO WS-DEV-UOM
           MOVE WL-TIMESTAMP TO WS-DEV-TS
           MOVE WL-EXCEPTION-FLAG TO WS-DEV-FLAG
       ELSE
           MOVE "M" TO WS-LAST-CLASS
           MOVE "Y" TO WS-MAN-FOUND
           MOVE WL-DISTANCE TO WS-MAN-DISTANCE
           MOVE WL-UOM-CODE TO WS-MAN-UOM
           MOVE WL-TIMESTAMP TO WS-MAN-TS
           MOVE WL-EXCEPTION-FLAG TO WS-MAN-FLAG
           IF WL-REASON = SPACES
               MOVE "N" TO WS-MAN-REASON
           ELSE
               MOVE "Y" TO WS-MAN-REASON
           END-IF
       END-IF.

       CHECK-LOG-DAY-PARA.
       MOVE "N" TO WS-HOLD-ACTIVE
       MOVE WS-HOLD-EMP-ID TO WS-FIND-EMP-ID
       MOVE WS-HOLD-DATE TO WS-FIND-KEY
       MOVE WS-HOLD-EMP-ID TO WS-LOOK-EMP-ID
       PERFORM LOOKUP-EMP-PARA
       IF WS-LOOK-FOUND = "N"
           MOVE 1 TO WS-CHECK-NO
           MOVE "NO EMPMAST RECORD FOR THIS WALKER" TO WS-FIND-TEXT
           PERFORM WRITE-FINDING-PARA
       END-IF
       PERFORM PICK-CARRIED-PARA
       MOVE "N" TO WS-DISP-FOUND
       MOVE SPACES TO WS-DISP-CODE
       IF WS-DISP-OPEN = "Y"
           MOVE WS-HOLD-EMP-ID TO XD-EMPLOYEE-ID
           MOVE WS-HOLD-DATE TO XD-RUN-DATE
           READ EXCP-DISP-FILE
           IF WS-DISP-STATUS = "00"
               MOVE "Y" TO WS-DISP-FOUND
               MOVE XD-DISPOSITION TO WS-DISP-CODE
           END-IF
       END-IF
       IF WS-DISP-FOUND = "Y" AND WS-FLAGGED = "N"
           AND WS-RULE-FULL = "N"
           MOVE 2 TO WS-CHECK-NO
           MOVE SPACES TO WS-FIND-TEXT
           IF WS-LAST-CLASS = "D"
               STRING "DISPOSITION " DELIMITED BY SIZE
                   WS-DISP-CODE DELIMITED BY SIZE
                   " BUT CARRIED DEVICE ENTRY NOT FLAGGED"
                       DELIMITED BY SIZE
                   INTO WS-FIND-TEXT
               END-STRING
           ELSE
               STRING "DISPOSITION " DELIMITED BY SIZE
                   WS-DISP-CODE DELIMITED BY SIZE
                   " BUT CARRIED KEYED ENTRY NOT FLAGGED"
                       DELIMITED BY SIZE
                   INTO WS-FIND-TEXT
               END-STRING
           END-IF
           PERFORM WRITE-FINDING-PARA
       END-IF
       IF WS-POS-OPEN = "Y"
           PERFORM CHECK-POS-DAY-PARA
       END-IF.

      *> the entry POSBLD carries for the walker-day: with only one
      *> source on file its standing entry; with both, the rule of
      *> the walker's current EMPMAST site decides, exactly as
      *> POSBLD and EXCPREV decide it - a disposition only stands
      *> against a carried entry that is flagged
       PICK-CARRIED-PARA.
       IF WS-DEV-FOUND = "Y" AND WS-MAN-FOUND = "Y"
           PERFORM FIND-SITE-RULE-PARA
           EVALUATE TRUE
               WHEN WS-RULE-CODE = "D"
                   MOVE "D" TO WS-LAST-CLASS
               WHEN WS-RULE-CODE = "H"
                   IF WS-MAN-DISTANCE > WS-DEV-DISTANCE
                       MOVE "M" TO WS-LAST-CLASS
                   ELSE
                       MOVE "D" TO WS-LAST-CLASS
                   END-IF
               WHEN WS-RULE-CODE = "R"
                   IF WS-MAN-REASON = "Y"
                       MOVE "M" TO WS-LAST-CLASS
                   ELSE
                       MOVE "D" TO WS-LAST-CLASS
                   END-IF
           END-EVALUATE
       END-IF
       IF WS-LAST-CLASS = "D"
           MOVE WS-DEV-FLAG TO WS-FLAGGED
       ELSE
           MOVE WS-MAN-FLAG TO WS-FLAGGED
       END-IF.

      *> the site's own rule first, then the company-wide
      *> blank-site rule, then latest-posting-wins; the walker's
      *> site was read by LOOKUP-EMP-PARA for check 1
       FIND-SITE-RULE-PARA.
       MOVE "L" TO WS-RULE-CODE
       PERFORM VARYING RULE-IDX FROM 1 BY 1
               UNTIL RULE-IDX > WS-RULE-COUNT
           IF RT-SITE(RULE-IDX) = SPACES
               MOVE RT-RULE-CODE(RULE-IDX) TO WS-RULE-CODE
           END-IF
       END-PERFORM
       PERFORM VARYING RULE-IDX FROM 1 BY 1
               UNTIL RULE-IDX > WS-RULE-COUNT
           IF RT-SITE(RULE-IDX) = WS-LOOK-SITE
               MOVE RT-RULE-CODE(RULE-IDX) TO WS-RULE-CODE
               EXIT PERFORM
           END-IF
       END-PERFORM.

      *> no SRCRULE file means every site keeps the latest posting;
      *> rules past what the table holds would give wrong answers,
      *> so check 2 is then shown as not run and check 6 falls back
      *> to accepting either standing entry
       LOAD-SRC-RULES-PARA.
       OPEN INPUT SRC-RULE-FILE
       IF WS-RULE-STATUS NOT = "00"
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL WS-RULE-EOF = "Y"
           READ SRC-RULE-FILE NEXT
               AT END
                   MOVE "Y" TO WS-RULE-EOF
               NOT AT END
                   IF WS-RULE-COUNT < 100
                       ADD 1 TO WS-RULE-COUNT
                       MOVE SR-SITE-CODE TO RT-SITE(WS-RULE-COUNT)
                       MOVE SR-RULE-CODE
                           TO RT-RULE-CODE(WS-RULE-COUNT)
                   ELSE
                       MOVE "Y" TO WS-RULE-FULL
                       MOVE "Y" TO WS-RULE-EOF
                       DISPLAY "SRCRULE TABLE FULL (100) - CHECK 2 "
                           "NOT RUN, CHECK 6 ACCEPTS EITHER SOURCE"
                   END-IF
           END-READ
       END-PERFORM
       CLOSE SRC-RULE-FILE.

      *> WALKPOS must carry the entry PICK-CARRIED-PARA picked for
      *> the day under the site rule, and a voided day must not be
      *> carried at all; a WALKPOS left behind by entries posted
      *> since the last POSBLD, or carrying the source the rule did
      *> not pick, is a finding. With the rule table overflowed the
      *> site rule cannot be trusted, so either standing entry is
      *> then accepted
       CHECK-POS-DAY-PARA.
       MOVE 6 TO WS-CHECK-NO
       MOVE WS-HOLD-EMP-ID TO DP-EMPLOYEE-ID
       MOVE WS-HOLD-DATE TO DP-RUN-DATE
       READ WALK-POS-FILE
       IF WS-POS-STATUS NOT = "00"
           IF WS-DISP-CODE NOT = "V"
               MOVE "WALKLOG DAY HAS NO WALKPOS RECORD"
                   TO WS-FIND-TEXT
               PERFORM WRITE-FINDING-PARA
           END-IF
           EXIT PARAGRAPH
       END-IF
       IF WS-DISP-CODE = "V"
           MOVE "VOIDED DAY IS STILL IN WALKPOS" TO WS-FIND-TEXT
           PERFORM WRITE-FINDING-PARA
           EXIT PARAGRAPH
       END-IF
       IF WS-RULE-FULL = "Y"
           PERFORM CHECK-POS-EITHER-PARA
           EXIT PARAGRAPH
       END-IF
       IF WS-LAST-CLASS = "D"
           MOVE WS-DEV-TS TO WS-CARRY-TS
           MOVE WS-DEV-DISTANCE TO WS-CARRY-DISTANCE
           MOVE WS-DEV-UOM TO WS-CARRY-UOM
       ELSE
           MOVE WS-MAN-TS TO WS-CARRY-TS
           MOVE WS-MAN-DISTANCE TO WS-CARRY-DISTANCE
           MOVE WS-MAN-UOM TO WS-CARRY-UOM
       END-IF
       EVALUATE TRUE
           WHEN DP-TIMESTAMP NOT = WS-CARRY-TS
               MOVE "WALKPOS CARRIES A SUPERSEDED OR MISSING ENTRY"
                   TO WS-FIND-TEXT
               PERFORM WRITE-FINDING-PARA
           WHEN DP-DISTANCE NOT = WS-CARRY-DISTANCE
               OR DP-UOM-CODE NOT = WS-CARRY-UOM
               MOVE "WALKPOS DISTANCE DIFFERS FROM WALKLOG"
                   TO WS-FIND-TEXT
               PERFORM WRITE-FINDING-PARA
       END-EVALUATE.

       CHECK-POS-EITHER-PARA.
       EVALUATE TRUE
           WHEN WS-DEV-FOUND = "Y" AND DP-TIMESTAMP = WS-DEV-TS
               IF DP-DISTANCE NOT = WS-DEV-DISTANCE
                   OR DP-UOM-CODE NOT = WS-DEV-UOM
                   MOVE "WALKPOS DISTANCE DIFFERS FROM WALKLOG"
                       TO WS-FIND-TEXT
                   PERFORM WRITE-FINDING-PARA
               END-IF
           WHEN WS-MAN-FOUND = "Y" AND DP-TIMESTAMP = WS-MAN-TS
               IF DP-DISTANCE NOT = WS-MAN-DISTANCE
                   OR DP-UOM-CODE NOT = WS-MAN-UOM
                   MOVE "WALKPOS DISTANCE DIFFERS FROM WALKLOG"
                       TO WS-FIND-TEXT
                   PERFORM WRITE-FINDING-PARA
               END-IF
           WHEN OTHER
               MOVE "WALKPOS CARRIES A SUPERSEDED OR MISSING ENTRY"
                   TO WS-FIND-TEXT
               PERFORM WRITE-FINDING-PARA
       END-EVALUATE.

      *> the other direction: a WALKPOS day whose WALKLOG entries
      *> have all gone
       SCAN-POS-PARA.
       MOVE 6 TO WS-CHECK-NO
       MOVE "N" TO WS-EOF
       MOVE LOW-VALUES TO DP-POS-KEY
       START WALK-POS-FILE KEY IS NOT LESS THAN DP-POS-KEY
       END-START
       IF WS-POS-STATUS NOT = "00"
           MOVE "Y" TO WS-EOF
       END-IF
       PERFORM UNTIL WS-EOF = "Y"
           READ WALK-POS-FILE NEXT
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-CHECKED-COUNT
                   MOVE DP-EMPLOYEE-ID TO WS-FIND-EMP-ID
                   MOVE DP-RUN-DATE TO WS-FIND-KEY
                   PERFORM FIND-LOG-DAY-PARA
                   IF WS-SCAN-DONE = "N"
                       MOVE "WALKPOS DAY HAS NO WALKLOG ENTRY"
                           TO WS-FIND-TEXT
                       PERFORM WRITE-FINDING-PARA
                   END-IF
           END-READ
       END-PERFORM.

      *> WS-SCAN-DONE comes back "Y" when WALKLOG holds at least
      *> one entry for WS-FIND-EMP-ID on the day in WS-FIND-KEY
       FIND-LOG-DAY-PARA.
       MOVE "N" TO WS-SCAN-DONE
       MOVE WS-FIND-EMP-ID TO WL-EMPLOYEE-ID
       MOVE WS-FIND-KEY TO WL-RUN-DATE
       MOVE LOW-VALUES TO WL-TIMESTAMP
       START WALK-LOG-FILE KEY IS NOT LESS THAN WL-LOG-KEY
       END-START
       IF WS-LOG-STATUS NOT = "00"
           EXIT PARAGRAPH
       END-IF
       READ WALK-LOG-FILE NEXT
       IF WS-LOG-STATUS = "00"
           AND WL-EMPLOYEE-ID = WS-FIND-EMP-ID
           AND WL-RUN-DATE = WS-FIND-KEY
           MOVE "Y" TO WS-SCAN-DONE
       END-IF.

      *> WALKARCH moves whole walker-days to history, so a day
      *> found in both files was archived twice or posted again
      *> after it was archived; repeats of the same walker-day in
      *> history are looked up once
       SCAN-HIST-PARA.
       OPEN INPUT WALK-HIST-FILE
       IF WS-HIST-STATUS NOT = "00"
           EXIT PARAGRAPH
       END-IF
       MOVE "Y" TO CK-RAN(7)
       MOVE 7 TO WS-CHECK-NO
       MOVE "N" TO WS-EOF
       PERFORM UNTIL WS-EOF = "Y"
           READ WALK-HIST-FILE
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-CHECKED-COUNT
                   PERFORM CHECK-HIST-DAY-PARA
           END-READ
       END-PERFORM
       CLOSE WALK-HIST-FILE.

       CHECK-HIST-DAY-PARA.
       MOVE WALK-HIST-RECORD TO WALK-LOG-RECORD
       IF WL-EMPLOYEE-ID = WS-HIST-EMP-ID
           AND WL-RUN-DATE = WS-HIST-DATE
           EXIT PARAGRAPH
       END-IF
       MOVE WL-EMPLOYEE-ID TO WS-HIST-EMP-ID
       MOVE WL-RUN-DATE TO WS-HIST-DATE
       MOVE WS-HIST-EMP-ID TO WS-FIND-EMP-ID
       MOVE WS-HIST-DATE TO WS-FIND-KEY
       PERFORM FIND-LOG-DAY-PARA
       IF WS-SCAN-DONE = "Y"
           MOVE "DAY IS ON BOTH WALKLOG AND WALKHIST"
               TO WS-FIND-TEXT
           PERFORM WRITE-FINDING-PARA
       END-IF.

      *> goals for past months are history and stay; a goal for
      *> this month or later belongs to someone still walking.
      *> RETPURGE's "*" pseudonyms are terminated by design and
      *> skipped
       SCAN-GOAL-PARA.
       OPEN INPUT WALK-GOAL-FILE
       IF WS-GOAL-STATUS NOT = "00"
           EXIT PARAGRAPH
       END-IF
       MOVE "Y" TO CK-RAN(3)
       MOVE 3 TO WS-CHECK-NO
       MOVE "N" TO WS-EOF
       PERFORM UNTIL WS-EOF = "Y"
           READ WALK-GOAL-FILE NEXT
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-CHECKED-COUNT
                   PERFORM CHECK-GOAL-PARA
           END-READ
       END-PERFORM
       CLOSE WALK-GOAL-FILE.

       CHECK-GOAL-PARA.
       IF GL-EMPLOYEE-ID(1:1) = "*"
           OR GL-GOAL-YYYYMM < WS-BUS-YYYYMM
           EXIT PARAGRAPH
       END-IF
       MOVE GL-EMPLOYEE-ID TO WS-LOOK-EMP-ID
       PERFORM LOOKUP-EMP-PARA
       MOVE GL-EMPLOYEE-ID TO WS-FIND-EMP-ID
       MOVE GL-GOAL-YYYYMM TO WS-FIND-KEY
       EVALUATE TRUE
           WHEN WS-LOOK-FOUND = "N"
               MOVE "GOAL FOR AN ID NOT ON EMPMAST" TO WS-FIND-TEXT
               PERFORM WRITE-FINDING-PARA
           WHEN WS-LOOK-STATUS = "T"
               MOVE "GOAL SET FOR A TERMINATED WALKER"
                   TO WS-FIND-TEXT
               PERFORM WRITE-FINDING-PARA
       END-EVALUATE.

      *> only challenges that have not yet ended are checked - a
      *> leaver's rows in a finished challenge are its history. A
      *> roster row whose challenge is not on CHALDEF is treated
      *> as current
       SCAN-ROST-PARA.
       OPEN INPUT CHAL-ROST-FILE
       IF WS-ROST-STATUS NOT = "00"
           EXIT PARAGRAPH
       END-IF
       OPEN INPUT CHAL-DEF-FILE
       IF WS-DEF-STATUS = "00"
           MOVE "Y" TO WS-DEF-OPEN
       END-IF
       MOVE "Y" TO CK-RAN(4)
       MOVE 4 TO WS-CHECK-NO
       MOVE "N" TO WS-EOF
       PERFORM UNTIL WS-EOF = "Y"
           READ CHAL-ROST-FILE NEXT
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-CHECKED-COUNT
                   PERFORM CHECK-ROST-PARA
           END-READ
       END-PERFORM
       IF WS-DEF-OPEN = "Y"
           CLOSE CHAL-DEF-FILE
       END-IF
       CLOSE CHAL-ROST-FILE.

       CHECK-ROST-PARA.
       IF CR-EMPLOYEE-ID(1:1) = "*"
           EXIT PARAGRAPH
       END-IF
       IF CR-CHAL-CODE NOT = WS-DEF-CODE
           MOVE CR-CHAL-CODE TO WS-DEF-CODE
           MOVE 99999999 TO WS-DEF-END-DATE
           IF WS-DEF-OPEN = "Y"
               MOVE CR-CHAL-CODE TO CH-CHAL-CODE
               READ CHAL-DEF-FILE
               IF WS-DEF-STATUS = "00"
                   MOVE CH-END-DATE TO WS-DEF-END-DATE
               END-IF
           END-IF
       END-IF
       IF WS-DEF-END-DATE < WS-BUS-DATE
           EXIT PARAGRAPH
       END-IF
       MOVE CR-EMPLOYEE-ID TO WS-LOOK-EMP-ID
       PERFORM LOOKUP-EMP-PARA
       MOVE CR-EMPLOYEE-ID TO WS-FIND-EMP-ID
       MOVE CR-CHAL-CODE TO WS-FIND-KEY
       EVALUATE TRUE
           WHEN WS-LOOK-FOUND = "N"
               MOVE "ROSTER ROW FOR AN ID NOT ON EMPMAST"
                   TO WS-FIND-TEXT
               PERFORM WRITE-FINDING-PARA
           WHEN WS-LOOK-STATUS = "T"
               MOVE "TERMINATED WALKER ON A CURRENT CHALLENGE"
                   TO WS-FIND-TEXT
               PERFORM WRITE-FINDING-PARA
       END-EVALUATE.

      *> HRFEED's sweep keeps an active walker's master site and
      *> department on the latest EMPHIST assignment in effect, so
      *> any difference - or no assignment at all - is a gap in
      *> the history; leavers' masters are frozen and not checked
       SCAN-EMP-PARA.
       OPEN INPUT EMP-HIST-FILE
       IF WS-EHIST-STATUS NOT = "00"
           EXIT PARAGRAPH
       END-IF
       MOVE "Y" TO CK-RAN(5)
       MOVE 5 TO WS-CHECK-NO
       MOVE LOW-VALUES TO EM-EMPLOYEE-ID
       START EMP-MAST-FILE KEY IS NOT LESS THAN EM-EMPLOYEE-ID
       END-START
       MOVE "N" TO WS-EOF
       IF WS-EMP-STATUS NOT = "00"
           MOVE "Y" TO WS-EOF
       END-IF
       PERFORM UNTIL WS-EOF = "Y"
           READ EMP-MAST-FILE NEXT
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-CHECKED-COUNT
                   IF EM-STATUS = "A"
                       PERFORM CHECK-ASGN-PARA
                   END-IF
           END-READ
       END-PERFORM
       CLOSE EMP-HIST-FILE.

       CHECK-ASGN-PARA.
       MOVE "N" TO WS-ASGN-FOUND
       MOVE ZERO TO WS-ASGN-DATE
       MOVE EM-EMPLOYEE-ID TO EH-EMPLOYEE-ID
       MOVE ZERO TO EH-EFF-DATE
       START EMP-HIST-FILE KEY IS NOT LESS THAN EH-ASGN-KEY
       END-START
       MOVE "N" TO WS-SCAN-DONE
       IF WS-EHIST-STATUS NOT = "00"
           MOVE "Y" TO WS-SCAN-DONE
       END-IF
       PERFORM UNTIL WS-SCAN-DONE = "Y"
           READ EMP-HIST-FILE NEXT
               AT END
                   MOVE "Y" TO WS-SCAN-DONE
               NOT AT END
                   IF EH-EMPLOYEE-ID NOT = EM-EMPLOYEE-ID
                       OR EH-EFF-DATE > WS-BUS-DATE
                       MOVE "Y" TO WS-SCAN-DONE
                   ELSE
                       MOVE "Y" TO WS-ASGN-FOUND
                       MOVE EH-EFF-DATE TO WS-ASGN-DATE
                       MOVE EH-SITE-CODE TO WS-ASGN-SITE
                       MOVE EH-DEPT-CODE TO WS-ASGN-DEPT
                   END-IF
           END-READ
       END-PERFORM
       MOVE EM-EMPLOYEE-ID TO WS-FIND-EMP-ID
       MOVE WS-ASGN-DATE TO WS-FIND-KEY
       IF WS-ASGN-FOUND = "N"
           MOVE "NO EMPHIST ASSIGNMENT IN EFFECT" TO WS-FIND-TEXT
           PERFORM WRITE-FINDING-PARA
           EXIT PARAGRAPH
       END-IF
       IF EM-SITE-CODE NOT = WS-ASGN-SITE
           OR EM-DEPT-CODE NOT = WS-ASGN-DEPT
           MOVE SPACES TO WS-FIND-TEXT
           STRING "MASTER " DELIMITED BY SIZE
               EM-SITE-CODE DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               EM-DEPT-CODE DELIMITED BY SIZE
               " BUT EMPHIST " DELIMITED BY SIZE
               WS-ASGN-SITE DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-ASGN-DEPT DELIMITED BY SIZE
               INTO WS-FIND-TEXT
           END-STRING
           PERFORM WRITE-FINDING-PARA
       END-IF.

       LOOKUP-EMP-PARA.
       IF WS-LOOK-EMP-ID = EM-EMPLOYEE-ID
           AND WS-LOOK-FOUND = "Y"
           EXIT PARAGRAPH
       END-IF
       MOVE WS-LOOK-EMP-ID TO EM-EMPLOYEE-ID
       READ EMP-MAST-FILE
       IF WS-EMP-STATUS = "00"
           MOVE "Y" TO WS-LOOK-FOUND
           MOVE EM-STATUS TO WS-LOOK-STATUS
           MOVE EM-SITE-CODE TO WS-LOOK-SITE
       ELSE
           MOVE "N" TO WS-LOOK-FOUND
           MOVE SPACES TO WS-LOOK-STATUS
           MOVE SPACES TO WS-LOOK-SITE
       END-IF.

       WRITE-FINDING-PARA.
       ADD 1 TO CK-COUNT(WS-CHECK-NO)
       ADD 1 TO WS-FINDING-COUNT
       IF WC-CHECK-SEV(WS-CHECK-NO) = "H"
           ADD 1 TO WS-HIGH-COUNT
       END-IF
       IF CK-COUNT(WS-CHECK-NO) > WC-DETAIL-LIMIT
           EXIT PARAGRAPH
       END-IF
       MOVE SPACES TO AUD-LINE
       STRING "C" DELIMITED BY SIZE
           WS-CHECK-NO DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WC-CHECK-SEV(WS-CHECK-NO) DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WS-FIND-EMP-ID DELIMITED BY SIZE
           "   " DELIMITED BY SIZE
           WS-FIND-KEY DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WS-FIND-TEXT DELIMITED BY SIZE
           INTO AUD-LINE
       END-STRING
       WRITE AUD-LINE.

       PRINT-SUMMARY-PARA.
       IF WS-FINDING-COUNT = ZERO
           MOVE "  NONE" TO AUD-LINE
           WRITE AUD-LINE
       END-IF
       MOVE SPACES TO AUD-LINE
       WRITE AUD-LINE
       IF WS-EMP-OPEN = "N" OR WS-LOG-OPEN = "N"
           MOVE "NO EMPMAST OR WALKLOG FILE - AUDIT NOT RUN"
               TO AUD-LINE
           WRITE AUD-LINE
           EXIT PARAGRAPH
       END-IF
       PERFORM VARYING WS-CHECK-NO FROM 1 BY 1
               UNTIL WS-CHECK-NO > WC-CHECKS
           MOVE SPACES TO AUD-LINE
           IF CK-RAN(WS-CHECK-NO) = "Y"
               STRING "CHECK " DELIMITED BY SIZE
                   WS-CHECK-NO DELIMITED BY SIZE
                   " SEV=" DELIMITED BY SIZE
                   WC-CHECK-SEV(WS-CHECK-NO) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WC-CHECK-DESC(WS-CHECK-NO) DELIMITED BY SIZE
                   " FINDINGS=" DELIMITED BY SIZE
                   CK-COUNT(WS-CHECK-NO) DELIMITED BY SIZE
                   INTO AUD-LINE
               END-STRING
           ELSE
               STRING "CHECK " DELIMITED BY SIZE
                   WS-CHECK-NO DELIMITED BY SIZE
                   " SEV=" DELIMITED BY SIZE
                   WC-CHECK-SEV(WS-CHECK-NO) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WC-CHECK-DESC(WS-CHECK-NO) DELIMITED BY SIZE
                   " NOT RUN - NO FILE" DELIMITED BY SIZE
                   INTO AUD-LINE
               END-STRING
           END-IF
           WRITE AUD-LINE
           IF CK-COUNT(WS-CHECK-NO) > WC-DETAIL-LIMIT
               MOVE SPACES TO AUD-LINE
               STRING "        FIRST " DELIMITED BY SIZE
                   WC-DETAIL-LIMIT DELIMITED BY SIZE
                   " LISTED ABOVE" DELIMITED BY SIZE
                   INTO AUD-LINE
               END-STRING
               WRITE AUD-LINE
           END-IF
       END-PERFORM
       MOVE SPACES TO AUD-LINE
       STRING "RECORDS CHECKED=" DELIMITED BY SIZE
           WS-CHECKED-COUNT DELIMITED BY SIZE
           " FINDINGS=" DELIMITED BY SIZE
           WS-FINDING-COUNT DELIMITED BY SIZE
           " HIGH=" DELIMITED BY SIZE
           WS-HIGH-COUNT DELIMITED BY SIZE
           INTO AUD-LINE
       END-STRING
       WRITE AUD-LINE
       IF WS-HIGH-COUNT > ZERO
           MOVE "HIGH SEVERITY FINDINGS - DAY IS OUT OF BALANCE"
               TO AUD-LINE
       ELSE
           MOVE "NO HIGH SEVERITY FINDINGS" TO AUD-LINE
       END-IF
       WRITE AUD-LINE.

      *> in = records checked across all files, posted = findings
      *> of every severity, skipped = the high-severity findings
      *> among them; any high finding makes the day OOB, and ERR
      *> means EMPMAST or WALKLOG could not be read
       WRITE-RUN-CONTROL-PARA.
       OPEN I-O WALK-RUNC-FILE
       IF WS-RUNC-STATUS = "35"
           OPEN OUTPUT WALK-RUNC-FILE
           CLOSE WALK-RUNC-FILE
           OPEN I-O WALK-RUNC-FILE
       END-IF
       IF WS-RUNC-STATUS NOT = "00"
           DISPLAY "CANNOT OPEN WALKRUNC - STATUS " WS-RUNC-STATUS
           EXIT PARAGRAPH
       END-IF
       MOVE "CONSAUD " TO RC-PROGRAM
       MOVE WS-BUS-DATE TO RC-BUS-DATE
       READ WALK-RUNC-FILE
       IF WS-RUNC-STATUS NOT = "00"
           MOVE "CONSAUD " TO RC-PROGRAM
           MOVE WS-BUS-DATE TO RC-BUS-DATE
       END-IF
       MOVE WS-START-TS TO RC-START-TS
       MOVE FUNCTION CURRENT-DATE(1:16) TO RC-END-TS
       MOVE WS-CHECKED-COUNT TO RC-RECS-IN
       MOVE WS-FINDING-COUNT TO RC-RECS-POSTED
       MOVE WS-HIGH-COUNT TO RC-RECS-SKIPPED
       EVALUATE TRUE
           WHEN WS-EMP-OPEN = "N" OR WS-LOG-OPEN = "N"
               MOVE "ERR " TO RC-STATUS
           WHEN WS-HIGH-COUNT > ZERO
               MOVE "OOB " TO RC-STATUS
           WHEN OTHER
               MOVE "OK  " TO RC-STATUS
       END-EVALUATE
       IF WS-RUNC-STATUS = "00"
           REWRITE WALK-RUN-RECORD
       ELSE
           WRITE WALK-RUN-RECORD
       END-IF
       CLOSE WALK-RUNC-FILE.
