       IDENTIFICATION DIVISION.
       PROGRAM-ID. PTSAUDIT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PTS-RULE-FILE ASSIGN TO "PTSRULE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-EFF-DATE
               FILE STATUS IS WS-RULE-STATUS.
           SELECT WALK-SENT-FILE ASSIGN TO "WALKSENT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SN-SENT-KEY
               ALTERNATE RECORD KEY IS SN-RUN-DATE
                   WITH DUPLICATES
               FILE STATUS IS WS-SENT-STATUS.
           SELECT WALK-ACK-FILE ASSIGN TO "WALKACK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.
           SELECT WALK-ADJ-FILE ASSIGN TO "WALKADJ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AJ-ADJ-KEY
               ALTERNATE RECORD KEY IS AJ-SENT-DATE
                   WITH DUPLICATES
               FILE STATUS IS WS-ADJ-STATUS.
           SELECT EMP-MAST-FILE ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EM-EMPLOYEE-ID
               FILE STATUS IS WS-EMP-STATUS.
           SELECT WALK-RUNC-FILE ASSIGN TO "WALKRUNC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RC-RUN-KEY
               FILE STATUS IS WS-RUNC-STATUS.
           SELECT PTSAUDIT-FILE ASSIGN TO "PTSAUDIT"
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PTS-RULE-FILE.
       COPY PTSRULE.
       FD  WALK-SENT-FILE.
       COPY WALKSENT.
       FD  WALK-ACK-FILE.
       COPY WALKACK.
       FD  WALK-ADJ-FILE.
       COPY WALKADJ.
       FD  EMP-MAST-FILE.
       COPY EMPMAST.
       FD  WALK-RUNC-FILE.
       COPY WALKRUNC.
       FD  PTSAUDIT-FILE.
       01  AUD-LINE PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-RULE-STATUS PIC XX.
       01 WS-SENT-STATUS PIC XX.
       01 WS-ACK-STATUS PIC XX.
       01 WS-ADJ-STATUS PIC XX.
       01 WS-EMP-STATUS PIC XX.
       01 WS-RUNC-STATUS PIC XX.
       01 WS-RULE-EOF PIC X VALUE "N".
       01 WS-SENT-EOF PIC X VALUE "N".
       01 WS-ACK-EOF PIC X VALUE "N".
       01 WS-ADJ-EOF PIC X VALUE "N".
       01 WS-SENT-FOUND PIC X VALUE "N".
       01 WS-MAST-OPEN PIC X VALUE "N".
       01 WS-FOUND PIC X VALUE "N".
       01 WS-HELD PIC X VALUE "N".
       01 WS-CMD-LINE PIC X(30).
       01 WS-MONTH-PARM PIC X(6).
       01 WS-TOL-PARM PIC X(5).
       01 WS-HOLD-PARM PIC X(9).
       01 WS-AUDIT-YYYYMM PIC 9(6).
       01 WS-REC-YYYYMM PIC 9(6).
       01 WS-BUS-DATE PIC 9(8).
       01 WS-TODAY PIC 9(8).
       01 WS-START-TS PIC X(16).
      *> points an employee's month may differ by before it is
      *> listed, and the listed total above which the month is
      *> held from payroll - both can be given on the command line
       01 WC-DEFAULT-TOLERANCE PIC 9(5) VALUE 10.
       01 WC-DEFAULT-HOLD PIC 9(9) VALUE 1000.
       01 WS-TOLERANCE PIC 9(5).
       01 WS-HOLD-LIMIT PIC 9(9).
       01 WS-RULE-COUNT PIC 9(2) VALUE ZERO.
       01 WS-USE-RULE PIC 9(2).
       01 WS-AUD-COUNT PIC 9(4) VALUE ZERO.
       01 WS-ADJ-COUNT PIC 9(4) VALUE ZERO.
       01 WS-AUD-EMP-ID PIC X(6).
       01 WS-DAY-POINTS PIC 9(9).
       01 WS-DIFF PIC 9(9).
       01 WS-DIRECTION PIC X(5).
       01 WS-LOOK-NAME PIC X(15).
       01 WS-DAYS-READ PIC 9(9) VALUE ZERO.
       01 WS-NO-RULE-DAYS PIC 9(9) VALUE ZERO.
       01 WS-ACK-READ PIC 9(9) VALUE ZERO.
       01 WS-WITHIN-COUNT PIC 9(9) VALUE ZERO.
       01 WS-VAR-COUNT PIC 9(9) VALUE ZERO.
       01 WS-TOTAL-EXPECTED PIC 9(9) VALUE ZERO.
       01 WS-TOTAL-AWARDED PIC 9(9) VALUE ZERO.
       01 WS-TOTAL-OVER PIC 9(9) VALUE ZERO.
       01 WS-TOTAL-UNDER PIC 9(9) VALUE ZERO.
       01 WS-DISPUTE-TOTAL PIC 9(9) VALUE ZERO.
       01 WS-NET-DIFF PIC 9(9).
       01 WS-SORT-I PIC 9(4).
       01 WS-SORT-J PIC 9(4).
       01 RULE-TABLE.
           05 RULE-ENTRY OCCURS 50 TIMES INDEXED BY RULE-IDX.
               10 RT-EFF-DATE PIC 9(8).
               10 RT-DAILY-CAP PIC 9(5).
               10 RT-BAND-TABLE.
                   15 RT-BAND OCCURS 5 TIMES INDEXED BY BAND-IDX.
                       20 RT-BAND-FROM-KM PIC 9(3).
                       20 RT-BAND-POINTS PIC 9(3).
               10 RT-BONUS-TABLE.
                   15 RT-BONUS OCCURS 5 TIMES INDEXED BY BONUS-IDX.
                       20 RT-BONUS-DATE PIC 9(8).
                       20 RT-BONUS-PCT PIC 9(3).
       01 AUD-TABLE.
           05 AUD-ENTRY OCCURS 5000 TIMES INDEXED BY AUD-IDX.
               10 AE-EMP-ID PIC X(6).
               10 AE-DAYS PIC 9(3).
               10 AE-EXPECTED PIC 9(9).
               10 AE-AWARDED PIC 9(9).
       01 WS-AUD-SWAP.
           05 AS-EMP-ID PIC X(6).
           05 AS-DAYS PIC 9(3).
           05 AS-EXPECTED PIC 9(9).
           05 AS-AWARDED PIC 9(9).
       01 ADJ-TABLE.
           05 ADJ-ENTRY OCCURS 5000 TIMES INDEXED BY ADJ-IDX.
               10 AD-EMP-ID PIC X(6).
               10 AD-RUN-DATE PIC 9(8).
               10 AD-POINTS PIC 9(5).
       PROCEDURE DIVISION.
       MAIN-PARA.
       ACCEPT WS-CMD-LINE FROM COMMAND-LINE
       MOVE SPACES TO WS-MONTH-PARM
       MOVE SPACES TO WS-TOL-PARM
       MOVE SPACES TO WS-HOLD-PARM
       UNSTRING WS-CMD-LINE DELIMITED BY SPACE
           INTO WS-MONTH-PARM WS-TOL-PARM WS-HOLD-PARM
       END-UNSTRING
       ACCEPT WS-TODAY FROM DATE YYYYMMDD
       IF WS-MONTH-PARM IS NUMERIC AND WS-MONTH-PARM NOT = ZERO
           MOVE WS-MONTH-PARM TO WS-AUDIT-YYYYMM
       ELSE
           MOVE WS-TODAY(1:6) TO WS-AUDIT-YYYYMM
       END-IF
       MOVE WC-DEFAULT-TOLERANCE TO WS-TOLERANCE
       IF WS-TOL-PARM NOT = SPACES
           IF FUNCTION TRIM(WS-TOL-PARM) IS NOT NUMERIC
               DISPLAY "USAGE: PTSAUDIT [YYYYMM [TOLERANCE "
                   "[HOLDLIMIT]]]"
               STOP RUN
           END-IF
           MOVE FUNCTION NUMVAL(WS-TOL-PARM) TO WS-TOLERANCE
       END-IF
       MOVE WC-DEFAULT-HOLD TO WS-HOLD-LIMIT
       IF WS-HOLD-PARM NOT = SPACES
           IF FUNCTION TRIM(WS-HOLD-PARM) IS NOT NUMERIC
               DISPLAY "USAGE: PTSAUDIT [YYYYMM [TOLERANCE "
                   "[HOLDLIMIT]]]"
               STOP RUN
           END-IF
           MOVE FUNCTION NUMVAL(WS-HOLD-PARM) TO WS-HOLD-LIMIT
       END-IF
      *> recorded against the first of the month, as PAYFEED is,
      *> so PAYFEED can find the audit for the month it feeds
       COMPUTE WS-BUS-DATE = WS-AUDIT-YYYYMM * 100 + 1
       MOVE FUNCTION CURRENT-DATE(1:16) TO WS-START-TS
       OPEN OUTPUT PTSAUDIT-FILE
       MOVE SPACES TO AUD-LINE
       STRING "INCENTIVE POINTS AUDIT FOR " DELIMITED BY SIZE
           WS-AUDIT-YYYYMM DELIMITED BY SIZE
           " TOLERANCE=" DELIMITED BY SIZE
           WS-TOLERANCE DELIMITED BY SIZE
           " HOLD LIMIT=" DELIMITED BY SIZE
           WS-HOLD-LIMIT DELIMITED BY SIZE
           INTO AUD-LINE
       END-STRING
       WRITE AUD-LINE
       MOVE SPACES TO AUD-LINE
       WRITE AUD-LINE
       PERFORM LOAD-RULES-PARA
       IF WS-RULE-COUNT = ZERO
           MOVE "NO POINTS RULES ON FILE - RUN PTSMNT FIRST"
               TO AUD-LINE
           WRITE AUD-LINE
           CLOSE PTSAUDIT-FILE
           PERFORM WRITE-RUN-CONTROL-PARA
           DISPLAY "PTSAUDIT " WS-AUDIT-YYYYMM " NO POINTS RULES"
           STOP RUN
       END-IF
       PERFORM SCAN-SENT-PARA
       PERFORM LOAD-ADJ-PARA
       PERFORM SCAN-ACKS-PARA
       PERFORM APPLY-ADJ-PARA
       PERFORM SORT-AUD-PARA
       OPEN INPUT EMP-MAST-FILE
       IF WS-EMP-STATUS = "00"
           MOVE "Y" TO WS-MAST-OPEN
       END-IF
       PERFORM VARYING AUD-IDX FROM 1 BY 1
               UNTIL AUD-IDX > WS-AUD-COUNT
           PERFORM COMPARE-ONE-PARA
       END-PERFORM
       IF WS-MAST-OPEN = "Y"
           CLOSE EMP-MAST-FILE
       END-IF
       IF WS-SENT-FOUND = "Y"
           AND WS-DISPUTE-TOTAL > WS-HOLD-LIMIT
           MOVE "Y" TO WS-HELD
       END-IF
       PERFORM PRINT-TOTALS-PARA
       CLOSE PTSAUDIT-FILE
       PERFORM WRITE-RUN-CONTROL-PARA
       DISPLAY "PTSAUDIT " WS-AUDIT-YYYYMM
           " EMPLOYEES=" WS-AUD-COUNT
           " VARIANCES=" WS-VAR-COUNT
           " DISPUTED=" WS-DISPUTE-TOTAL
           " HELD=" WS-HELD
       STOP RUN.

      *> the file is read in key order, so the table is in
      *> ascending effective date
       LOAD-RULES-PARA.
       OPEN INPUT PTS-RULE-FILE
       IF WS-RULE-STATUS NOT = "00"
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL WS-RULE-EOF = "Y"
           READ PTS-RULE-FILE NEXT
               AT END
                   MOVE "Y" TO WS-RULE-EOF
               NOT AT END
                   PERFORM ADD-RULE-PARA
           END-READ
       END-PERFORM
       CLOSE PTS-RULE-FILE.

       ADD-RULE-PARA.
       IF WS-RULE-COUNT < 50
           ADD 1 TO WS-RULE-COUNT
           SET RULE-IDX TO WS-RULE-COUNT
           MOVE PR-EFF-DATE TO RT-EFF-DATE(RULE-IDX)
           MOVE PR-DAILY-CAP TO RT-DAILY-CAP(RULE-IDX)
           MOVE PR-BAND-TABLE TO RT-BAND-TABLE(RULE-IDX)
           MOVE PR-BONUS-TABLE TO RT-BONUS-TABLE(RULE-IDX)
       ELSE
           DISPLAY "RULE-TABLE FULL (50) - RUN ABORTED"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.

      *> WALKVEND is rebuilt with each night's export; the WALKSENT
      *> ledger holds, for every day ever sent, the figure and the
      *> eligibility the vendor was last given, adjustments
      *> included - so it is the month's WALKVEND as the vendor
      *> now holds it
       SCAN-SENT-PARA.
       OPEN INPUT WALK-SENT-FILE
       IF WS-SENT-STATUS NOT = "00"
           MOVE "NO WALKSENT FILE - NOTHING HAS BEEN EXPORTED"
               TO AUD-LINE
           WRITE AUD-LINE
           EXIT PARAGRAPH
       END-IF
       MOVE "Y" TO WS-SENT-FOUND
       MOVE WS-BUS-DATE TO SN-RUN-DATE
       START WALK-SENT-FILE KEY IS NOT LESS THAN SN-RUN-DATE
       END-START
       IF WS-SENT-STATUS NOT = "00"
           MOVE "Y" TO WS-SENT-EOF
       END-IF
       PERFORM UNTIL WS-SENT-EOF = "Y"
           READ WALK-SENT-FILE NEXT
               AT END
                   MOVE "Y" TO WS-SENT-EOF
               NOT AT END
                   MOVE SN-RUN-DATE(1:6) TO WS-REC-YYYYMM
                   IF WS-REC-YYYYMM NOT = WS-AUDIT-YYYYMM
                       MOVE "Y" TO WS-SENT-EOF
                   ELSE
                       IF SN-POINTS-ELIGIBLE = "Y"
                           ADD 1 TO WS-DAYS-READ
                           PERFORM SCORE-DAY-PARA
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE WALK-SENT-FILE.

      *> the version in effect is the last one dated on or before
      *> the walked day; a day before the first version cannot be
      *> scored and is counted instead of being treated as zero
       SCORE-DAY-PARA.
       MOVE ZERO TO WS-USE-RULE
       PERFORM VARYING RULE-IDX FROM 1 BY 1
               UNTIL RULE-IDX > WS-RULE-COUNT
           IF RT-EFF-DATE(RULE-IDX) NOT > SN-RUN-DATE
               SET WS-USE-RULE TO RULE-IDX
           END-IF
       END-PERFORM
       IF WS-USE-RULE = ZERO
           ADD 1 TO WS-NO-RULE-DAYS
           EXIT PARAGRAPH
       END-IF
       SET RULE-IDX TO WS-USE-RULE
       MOVE ZERO TO WS-DAY-POINTS
       PERFORM VARYING BAND-IDX FROM 1 BY 1 UNTIL BAND-IDX > 5
           IF RT-BAND-POINTS(RULE-IDX, BAND-IDX) > ZERO
               AND RT-BAND-FROM-KM(RULE-IDX, BAND-IDX)
                   NOT > SN-DISTANCE
               COMPUTE WS-DAY-POINTS = SN-DISTANCE
                   * RT-BAND-POINTS(RULE-IDX, BAND-IDX)
           END-IF
       END-PERFORM
       IF RT-DAILY-CAP(RULE-IDX) > ZERO
           AND WS-DAY-POINTS > RT-DAILY-CAP(RULE-IDX)
           MOVE RT-DAILY-CAP(RULE-IDX) TO WS-DAY-POINTS
       END-IF
       PERFORM VARYING BONUS-IDX FROM 1 BY 1 UNTIL BONUS-IDX > 5
           IF RT-BONUS-DATE(RULE-IDX, BONUS-IDX) = SN-RUN-DATE
               COMPUTE WS-DAY-POINTS = WS-DAY-POINTS
                   * RT-BONUS-PCT(RULE-IDX, BONUS-IDX) / 100
               EXIT PERFORM
           END-IF
       END-PERFORM
       MOVE SN-EMPLOYEE-ID TO WS-AUD-EMP-ID
       PERFORM FIND-OR-ADD-AUD-PARA
       ADD 1 TO AE-DAYS(AUD-IDX)
       ADD WS-DAY-POINTS TO AE-EXPECTED(AUD-IDX).

       FIND-OR-ADD-AUD-PARA.
       MOVE "N" TO WS-FOUND
       PERFORM VARYING AUD-IDX FROM 1 BY 1
               UNTIL AUD-IDX > WS-AUD-COUNT
           IF AE-EMP-ID(AUD-IDX) = WS-AUD-EMP-ID
               MOVE "Y" TO WS-FOUND
               EXIT PERFORM
           END-IF
       END-PERFORM
       IF WS-FOUND = "N"
           IF WS-AUD-COUNT < 5000
               ADD 1 TO WS-AUD-COUNT
               MOVE WS-AUD-COUNT TO AUD-IDX
               MOVE WS-AUD-EMP-ID TO AE-EMP-ID(AUD-IDX)
               MOVE ZERO TO AE-DAYS(AUD-IDX)
               MOVE ZERO TO AE-EXPECTED(AUD-IDX)
               MOVE ZERO TO AE-AWARDED(AUD-IDX)
           ELSE
               DISPLAY "AUD-TABLE FULL (5000) - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
       END-IF.

      *> the awarded side is what PAYFEED pays for the month: an
      *> adjusted day counts once at the latest accepted
      *> adjustment's points, every other accepted ack at its own
       LOAD-ADJ-PARA.
       OPEN INPUT WALK-ADJ-FILE
       IF WS-ADJ-STATUS NOT = "00"
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL WS-ADJ-EOF = "Y"
           READ WALK-ADJ-FILE NEXT
               AT END
                   MOVE "Y" TO WS-ADJ-EOF
               NOT AT END
                   MOVE AJ-RUN-DATE(1:6) TO WS-REC-YYYYMM
                   IF WS-REC-YYYYMM = WS-AUDIT-YYYYMM
                       AND AJ-ACK-CODE = "A"
                       PERFORM ADD-ADJ-PARA
                   END-IF
           END-READ
       END-PERFORM
       CLOSE WALK-ADJ-FILE.

       ADD-ADJ-PARA.
       PERFORM VARYING ADJ-IDX FROM 1 BY 1
               UNTIL ADJ-IDX > WS-ADJ-COUNT
           IF AD-EMP-ID(ADJ-IDX) = AJ-EMPLOYEE-ID
                   AND AD-RUN-DATE(ADJ-IDX) = AJ-RUN-DATE
               MOVE AJ-POINTS-AWARDED TO AD-POINTS(ADJ-IDX)
               EXIT PARAGRAPH
           END-IF
       END-PERFORM
       IF WS-ADJ-COUNT < 5000
           ADD 1 TO WS-ADJ-COUNT
           MOVE AJ-EMPLOYEE-ID TO AD-EMP-ID(WS-ADJ-COUNT)
           MOVE AJ-RUN-DATE TO AD-RUN-DATE(WS-ADJ-COUNT)
           MOVE AJ-POINTS-AWARDED TO AD-POINTS(WS-ADJ-COUNT)
       ELSE
           DISPLAY "ADJ-TABLE FULL (5000) - RUN ABORTED"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.

       SCAN-ACKS-PARA.
       OPEN INPUT WALK-ACK-FILE
       IF WS-ACK-STATUS NOT = "00"
           MOVE "NO WALKACK FILE - NO POINTS AWARDED YET"
               TO AUD-LINE
           WRITE AUD-LINE
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL WS-ACK-EOF = "Y"
           READ WALK-ACK-FILE
               AT END
                   MOVE "Y" TO WS-ACK-EOF
               NOT AT END
                   ADD 1 TO WS-ACK-READ
                   PERFORM POST-ACK-PARA
           END-READ
       END-PERFORM
       CLOSE WALK-ACK-FILE.

       POST-ACK-PARA.
       MOVE WA-RUN-DATE(1:6) TO WS-REC-YYYYMM
       IF WS-REC-YYYYMM NOT = WS-AUDIT-YYYYMM
           OR WA-ACCEPT-CODE NOT = "A"
           EXIT PARAGRAPH
       END-IF
       PERFORM VARYING ADJ-IDX FROM 1 BY 1
               UNTIL ADJ-IDX > WS-ADJ-COUNT
           IF AD-EMP-ID(ADJ-IDX) = WA-EMPLOYEE-ID
                   AND AD-RUN-DATE(ADJ-IDX) = WA-RUN-DATE
               EXIT PARAGRAPH
           END-IF
       END-PERFORM
       MOVE WA-EMPLOYEE-ID TO WS-AUD-EMP-ID
       PERFORM FIND-OR-ADD-AUD-PARA
       ADD WA-POINTS-AWARDED TO AE-AWARDED(AUD-IDX).

       APPLY-ADJ-PARA.
       PERFORM VARYING ADJ-IDX FROM 1 BY 1
               UNTIL ADJ-IDX > WS-ADJ-COUNT
           MOVE AD-EMP-ID(ADJ-IDX) TO WS-AUD-EMP-ID
           PERFORM FIND-OR-ADD-AUD-PARA
           ADD AD-POINTS(ADJ-IDX) TO AE-AWARDED(AUD-IDX)
       END-PERFORM.

       SORT-AUD-PARA.
       PERFORM VARYING WS-SORT-I FROM 1 BY 1
               UNTIL WS-SORT-I NOT < WS-AUD-COUNT
           PERFORM VARYING WS-SORT-J FROM 1 BY 1
                   UNTIL WS-SORT-J NOT LESS
                       WS-AUD-COUNT - WS-SORT-I + 1
               IF AE-EMP-ID(WS-SORT-J) > AE-EMP-ID(WS-SORT-J + 1)
                   MOVE AUD-ENTRY(WS-SORT-J) TO WS-AUD-SWAP
                   MOVE AUD-ENTRY(WS-SORT-J + 1)
                       TO AUD-ENTRY(WS-SORT-J)
                   MOVE WS-AUD-SWAP TO AUD-ENTRY(WS-SORT-J + 1)
               END-IF
           END-PERFORM
       END-PERFORM.

      *> OVER = the vendor awarded more than the contract gives,
      *> UNDER = less; only differences above the tolerance are
      *> listed, and only listed differences make up the disputed
      *> total
       COMPARE-ONE-PARA.
       ADD AE-EXPECTED(AUD-IDX) TO WS-TOTAL-EXPECTED
       ADD AE-AWARDED(AUD-IDX) TO WS-TOTAL-AWARDED
       IF AE-AWARDED(AUD-IDX) > AE-EXPECTED(AUD-IDX)
           COMPUTE WS-DIFF = AE-AWARDED(AUD-IDX)
               - AE-EXPECTED(AUD-IDX)
           MOVE "OVER " TO WS-DIRECTION
       ELSE
           COMPUTE WS-DIFF = AE-EXPECTED(AUD-IDX)
               - AE-AWARDED(AUD-IDX)
           MOVE "UNDER" TO WS-DIRECTION
       END-IF
       IF WS-DIFF NOT > WS-TOLERANCE
           ADD 1 TO WS-WITHIN-COUNT
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO WS-VAR-COUNT
       ADD WS-DIFF TO WS-DISPUTE-TOTAL
       IF WS-DIRECTION = "OVER "
           ADD WS-DIFF TO WS-TOTAL-OVER
       ELSE
           ADD WS-DIFF TO WS-TOTAL-UNDER
       END-IF
       MOVE SPACES TO WS-LOOK-NAME
       IF WS-MAST-OPEN = "Y"
           MOVE AE-EMP-ID(AUD-IDX) TO EM-EMPLOYEE-ID
           READ EMP-MAST-FILE
           IF WS-EMP-STATUS = "00"
               MOVE EM-EMPLOYEE-NAME TO WS-LOOK-NAME
           END-IF
       END-IF
       MOVE SPACES TO AUD-LINE
       STRING AE-EMP-ID(AUD-IDX) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-LOOK-NAME DELIMITED BY SIZE
           " DAYS=" DELIMITED BY SIZE
           AE-DAYS(AUD-IDX) DELIMITED BY SIZE
           " EXPECTED=" DELIMITED BY SIZE
           AE-EXPECTED(AUD-IDX) DELIMITED BY SIZE
           " AWARDED=" DELIMITED BY SIZE
           AE-AWARDED(AUD-IDX) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-DIRECTION DELIMITED BY SIZE
           "=" DELIMITED BY SIZE
           WS-DIFF DELIMITED BY SIZE
           INTO AUD-LINE
       END-STRING
       WRITE AUD-LINE.

       PRINT-TOTALS-PARA.
       MOVE SPACES TO AUD-LINE
       WRITE AUD-LINE
       MOVE SPACES TO AUD-LINE
       STRING "ELIGIBLE DAYS=" DELIMITED BY SIZE
           WS-DAYS-READ DELIMITED BY SIZE
           " EMPLOYEES=" DELIMITED BY SIZE
           WS-AUD-COUNT DELIMITED BY SIZE
           " WITHIN TOLERANCE=" DELIMITED BY SIZE
           WS-WITHIN-COUNT DELIMITED BY SIZE
           " VARIANCES=" DELIMITED BY SIZE
           WS-VAR-COUNT DELIMITED BY SIZE
           INTO AUD-LINE
       END-STRING
       WRITE AUD-LINE
       IF WS-NO-RULE-DAYS > ZERO
           MOVE SPACES TO AUD-LINE
           STRING "DAYS BEFORE THE FIRST POINTS RULE="
               DELIMITED BY SIZE
               WS-NO-RULE-DAYS DELIMITED BY SIZE
               " - NOT SCORED" DELIMITED BY SIZE
               INTO AUD-LINE
           END-STRING
           WRITE AUD-LINE
       END-IF
       MOVE SPACES TO AUD-LINE
       STRING "POINTS EXPECTED=" DELIMITED BY SIZE
           WS-TOTAL-EXPECTED DELIMITED BY SIZE
           " AWARDED=" DELIMITED BY SIZE
           WS-TOTAL-AWARDED DELIMITED BY SIZE
           INTO AUD-LINE
       END-STRING
       WRITE AUD-LINE
       IF WS-TOTAL-OVER > WS-TOTAL-UNDER
           COMPUTE WS-NET-DIFF = WS-TOTAL-OVER - WS-TOTAL-UNDER
           MOVE "OVER " TO WS-DIRECTION
       ELSE
           COMPUTE WS-NET-DIFF = WS-TOTAL-UNDER - WS-TOTAL-OVER
           MOVE "UNDER" TO WS-DIRECTION
       END-IF
       MOVE SPACES TO AUD-LINE
       STRING "DISPUTED OVERAWARD=" DELIMITED BY SIZE
           WS-TOTAL-OVER DELIMITED BY SIZE
           " UNDERAWARD=" DELIMITED BY SIZE
           WS-TOTAL-UNDER DELIMITED BY SIZE
           " NET " DELIMITED BY SIZE
           WS-DIRECTION DELIMITED BY SIZE
           "=" DELIMITED BY SIZE
           WS-NET-DIFF DELIMITED BY SIZE
           INTO AUD-LINE
       END-STRING
       WRITE AUD-LINE
       MOVE SPACES TO AUD-LINE
       STRING "TOTAL DISPUTED POINTS=" DELIMITED BY SIZE
           WS-DISPUTE-TOTAL DELIMITED BY SIZE
           INTO AUD-LINE
       END-STRING
       WRITE AUD-LINE
       MOVE SPACES TO AUD-LINE
       IF WS-HELD = "Y"
           STRING "MONTH HELD FROM PAYROLL - PAYFEED "
               DELIMITED BY SIZE
               WS-AUDIT-YYYYMM DELIMITED BY SIZE
               " WILL NOT RUN WITHOUT RELEASE" DELIMITED BY SIZE
               INTO AUD-LINE
           END-STRING
       ELSE
           MOVE "WITHIN HOLD LIMIT - MONTH MAY BE FED TO PAYROLL"
               TO AUD-LINE
       END-IF
       WRITE AUD-LINE.

      *> in = employees compared, posted = within tolerance,
      *> skipped = listed as variances; HLD stops PAYFEED for the
      *> month, ERR means there was nothing to audit against
       WRITE-RUN-CONTROL-PARA.
       OPEN I-O WALK-RUNC-FILE
       IF WS-RUNC-STATUS = "35"
           OPEN OUTPUT WALK-RUNC-FILE
           CLOSE WALK-RUNC-FILE
           OPEN I-O WALK-RUNC-FILE
       END-IF
       IF WS-RUNC-STATUS NOT = "00"
           DISPLAY "CANNOT OPEN WALKRUNC - STATUS " WS-RUNC-STATUS
               " - RUN NOT RECORDED"
           EXIT PARAGRAPH
       END-IF
       MOVE "PTSAUDIT" TO RC-PROGRAM
       MOVE WS-BUS-DATE TO RC-BUS-DATE
       READ WALK-RUNC-FILE
       IF WS-RUNC-STATUS NOT = "00"
           MOVE "PTSAUDIT" TO RC-PROGRAM
           MOVE WS-BUS-DATE TO RC-BUS-DATE
       END-IF
       MOVE WS-START-TS TO RC-START-TS
       MOVE FUNCTION CURRENT-DATE(1:16) TO RC-END-TS
       MOVE WS-AUD-COUNT TO RC-RECS-IN
       MOVE WS-WITHIN-COUNT TO RC-RECS-POSTED
       MOVE WS-VAR-COUNT TO RC-RECS-SKIPPED
       EVALUATE TRUE
           WHEN WS-RULE-COUNT = ZERO OR WS-SENT-FOUND = "N"
               MOVE "ERR " TO RC-STATUS
           WHEN WS-HELD = "Y"
               MOVE "HLD " TO RC-STATUS
           WHEN OTHER
               MOVE "OK  " TO RC-STATUS
       END-EVALUATE
       IF WS-RUNC-STATUS = "00"
           REWRITE WALK-RUN-RECORD
       ELSE
           WRITE WALK-RUN-RECORD
       END-IF
       CLOSE WALK-RUNC-FILE.
