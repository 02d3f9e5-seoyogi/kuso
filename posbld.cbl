               ACCESS MODE IS RANDOM
               RECORD KEY IS XD-DISP-KEY
               FILE STATUS IS WS-DISP-STATUS.
           SELECT EMP-MAST-FILE ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EM-EMPLOYEE-ID
               FILE STATUS IS WS-EMP-STATUS.
           SELECT SRC-RULE-FILE ASSIGN TO "SRCRULE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SR-SITE-CODE
               FILE STATUS IS WS-RULE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  WALK-LOG-FILE.
       COPY WALKRUNC.
       FD  EXCP-DISP-FILE.
       COPY EXCPDISP.
       FD  EMP-MAST-FILE.
       COPY EMPMAST.
       FD  SRC-RULE-FILE.
       COPY SRCRULE.
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-POS-STATUS PIC XX.
       01 WS-HOLD-UOM PIC X(2).
       01 WS-HOLD-TS PIC X(16).
       01 WS-HOLD-FLAG PIC X(1).
       01 WS-HOLD-SOURCE PIC X(1).
       01 WS-EMP-STATUS PIC XX.
       01 WS-EMP-OPEN PIC X VALUE "N".
       01 WS-RULE-STATUS PIC XX.
       01 WS-RULE-EOF PIC X VALUE "N".
       01 WS-RULE-COUNT PIC 9(3) VALUE ZERO.
       01 WS-CONF-COUNT PIC 9(9) VALUE ZERO.
      *> difference in km reported as a conflict at a site with no
      *> SRCRULE record of its own and no company-wide one
       01 WC-DEFAULT-TOLERANCE PIC 9(3) VALUE 2.
       01 WS-SITE-EMP-ID PIC X(6) VALUE SPACES.
       01 WS-SITE-CODE PIC X(3).
       01 WS-RULE-CODE PIC X(1).
       01 WS-TOLERANCE PIC 9(3).
       01 WS-DIST-DIFF PIC 9(3).
      *> the standing entry of each source for the walker-day being
      *> gathered - device readings apart from everything keyed
       01 WS-LAST-CLASS PIC X(1).
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
       01 WS-MAN-SOURCE PIC X(1).
       01 WS-MAN-REASON PIC X.
       01 RULE-TABLE.
           05 RULE-ENTRY OCCURS 100 TIMES INDEXED BY RULE-IDX.
               10 RT-SITE PIC X(3).
               10 RT-RULE-CODE PIC X(1).
               10 RT-TOLERANCE PIC 9(3).
       PROCEDURE DIVISION.
       MAIN-PARA.
       ACCEPT WS-BUS-DATE-INPUT FROM COMMAND-LINE
       PERFORM OPEN-RUNC-PARA
       PERFORM START-RUN-CONTROL-PARA
       PERFORM OPEN-DISP-PARA
       PERFORM LOAD-SRC-RULES-PARA
       OPEN INPUT EMP-MAST-FILE
       IF WS-EMP-STATUS = "00"
           MOVE "Y" TO WS-EMP-OPEN
       END-IF
       OPEN INPUT WALK-LOG-FILE
       IF WS-FILE-STATUS NOT = "00"
           DISPLAY "NO WALKLOG FILE FOUND - POSITIONS NOT BUILT"
           ELSE
      *> the log file reads back in key order - employee, day,
      *> timestamp - so every record for one walker-day is adjacent
      *> and the last one read from each source is its standing
      *> entry
               PERFORM UNTIL WS-EOF = "Y"
                   READ WALK-LOG-FILE NEXT
                       AT END
               " POSITIONS=" WS-POS-COUNT
               " SUPERSEDED=" WS-SUPER-COUNT
               " VOIDED=" WS-VOID-COUNT
               " CONFLICTS=" WS-CONF-COUNT
       END-IF
       IF WS-DISP-OPEN = "Y"
           CLOSE EXCP-DISP-FILE
       END-IF
       IF WS-EMP-OPEN = "Y"
           CLOSE EMP-MAST-FILE
       END-IF
       PERFORM END-RUN-CONTROL-PARA
       CLOSE WALK-RUNC-FILE
       STOP RUN.
       END-IF
       IF WS-HOLD-ACTIVE = "Y"
           ADD 1 TO WS-SUPER-COUNT
       ELSE
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
           IF WL-SOURCE-CODE = "S"
               MOVE "S" TO WS-MAN-SOURCE
           ELSE
               MOVE "M" TO WS-MAN-SOURCE
           END-IF
           IF WL-REASON = SPACES
               MOVE "N" TO WS-MAN-REASON
           ELSE
               MOVE "Y" TO WS-MAN-REASON
           END-IF
       END-IF.

      *> picks the entry carried for the walker-day: with only one
      *> source on file its standing entry is carried; with both,
      *> the site's rule decides, and a difference above the
      *> site's tolerance marks the day as a source conflict
       APPLY-SOURCE-RULE-PARA.
       MOVE "N" TO DP-CONFLICT-FLAG
       MOVE ZERO TO DP-DEVICE-DIST
       MOVE ZERO TO DP-MANUAL-DIST
       IF WS-DEV-FOUND = "Y"
           MOVE WS-DEV-DISTANCE TO DP-DEVICE-DIST
       END-IF
       IF WS-MAN-FOUND = "Y"
           MOVE WS-MAN-DISTANCE TO DP-MANUAL-DIST
       END-IF
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
           IF WS-DEV-DISTANCE > WS-MAN-DISTANCE
               COMPUTE WS-DIST-DIFF =
                   WS-DEV-DISTANCE - WS-MAN-DISTANCE
           ELSE
               COMPUTE WS-DIST-DIFF =
                   WS-MAN-DISTANCE - WS-DEV-DISTANCE
           END-IF
           IF WS-DIST-DIFF > WS-TOLERANCE
               MOVE "Y" TO DP-CONFLICT-FLAG
           END-IF
       END-IF
       IF WS-LAST-CLASS = "D"
           MOVE WS-DEV-DISTANCE TO WS-HOLD-DISTANCE
           MOVE WS-DEV-UOM TO WS-HOLD-UOM
           MOVE WS-DEV-TS TO WS-HOLD-TS
           MOVE WS-DEV-FLAG TO WS-HOLD-FLAG
           MOVE "D" TO WS-HOLD-SOURCE
       ELSE
           MOVE WS-MAN-DISTANCE TO WS-HOLD-DISTANCE
           MOVE WS-MAN-UOM TO WS-HOLD-UOM
           MOVE WS-MAN-TS TO WS-HOLD-TS
           MOVE WS-MAN-FLAG TO WS-HOLD-FLAG
           MOVE WS-MAN-SOURCE TO WS-HOLD-SOURCE
       END-IF.

      *> the walker's current EMPMAST site picks the rule, read
      *> once per walker; the site's own record first, then the
      *> company-wide blank-site record, then latest-posting-wins
       FIND-SITE-RULE-PARA.
       IF WS-HOLD-EMP-ID NOT = WS-SITE-EMP-ID
           MOVE WS-HOLD-EMP-ID TO WS-SITE-EMP-ID
           MOVE SPACES TO WS-SITE-CODE
           IF WS-EMP-OPEN = "Y"
               MOVE WS-HOLD-EMP-ID TO EM-EMPLOYEE-ID
               READ EMP-MAST-FILE
               IF WS-EMP-STATUS = "00"
                   MOVE EM-SITE-CODE TO WS-SITE-CODE
               END-IF
           END-IF
       END-IF
       MOVE "L" TO WS-RULE-CODE
       MOVE WC-DEFAULT-TOLERANCE TO WS-TOLERANCE
       PERFORM VARYING RULE-IDX FROM 1 BY 1
               UNTIL RULE-IDX > WS-RULE-COUNT
           IF RT-SITE(RULE-IDX) = SPACES
               MOVE RT-RULE-CODE(RULE-IDX) TO WS-RULE-CODE
               MOVE RT-TOLERANCE(RULE-IDX) TO WS-TOLERANCE
           END-IF
       END-PERFORM
       PERFORM VARYING RULE-IDX FROM 1 BY 1
               UNTIL RULE-IDX > WS-RULE-COUNT
           IF RT-SITE(RULE-IDX) = WS-SITE-CODE
               MOVE RT-RULE-CODE(RULE-IDX) TO WS-RULE-CODE
               MOVE RT-TOLERANCE(RULE-IDX) TO WS-TOLERANCE
               EXIT PERFORM
           END-IF
       END-PERFORM.

      *> no SRCRULE file yet means every site keeps the latest
      *> posting, as before the rules existed
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
                   PERFORM ADD-SRC-RULE-PARA
           END-READ
       END-PERFORM
       CLOSE SRC-RULE-FILE.

      *> a rule this table cannot hold would let a site fall back
      *> to the company rule unnoticed, so it is a hard stop
       ADD-SRC-RULE-PARA.
       IF WS-RULE-COUNT < 100
           ADD 1 TO WS-RULE-COUNT
           MOVE SR-SITE-CODE TO RT-SITE(WS-RULE-COUNT)
           MOVE SR-RULE-CODE TO RT-RULE-CODE(WS-RULE-COUNT)
           MOVE SR-TOLERANCE-KM TO RT-TOLERANCE(WS-RULE-COUNT)
       ELSE
           DISPLAY "RULE-TABLE FULL (100) - RUN ABORTED"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.

      *> a day the wellness lead voided never becomes a position,
      *> so every reader of WALKPOS excludes it for free; an
      *> approved day carries "A" so the export can pay it out
       WRITE-POSITION-PARA.
       PERFORM APPLY-SOURCE-RULE-PARA
       PERFORM LOOKUP-DISP-PARA
       IF XD-DISPOSITION = "V"
           ADD 1 TO WS-VOID-COUNT
       MOVE WS-HOLD-TS TO DP-TIMESTAMP
       MOVE WS-HOLD-FLAG TO DP-EXCEPTION-FLAG
       MOVE WS-REVIEW-STATUS TO DP-REVIEW-STATUS
       MOVE WS-HOLD-SOURCE TO DP-SOURCE-CODE
       WRITE WALK-POS-RECORD
           INVALID KEY
               DISPLAY "DUPLICATE WALKPOS KEY FOR " DP-EMPLOYEE-ID
                   " " DP-RUN-DATE
       END-WRITE
       ADD 1 TO WS-POS-COUNT
       IF DP-CONFLICT-FLAG = "Y"
           ADD 1 TO WS-CONF-COUNT
       END-IF
       MOVE "N" TO WS-HOLD-ACTIVE.

       OPEN-DISP-PARA.
