               ACCESS MODE IS RANDOM
               RECORD KEY IS RC-RUN-KEY
               FILE STATUS IS WS-RUNC-STATUS.
           SELECT WALK-ADJ-FILE ASSIGN TO "WALKADJ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AJ-ADJ-KEY
               ALTERNATE RECORD KEY IS AJ-SENT-DATE
                   WITH DUPLICATES
               FILE STATUS IS WS-ADJ-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  WALK-ACK-FILE.
       COPY EMPHIST.
       FD  WALK-RUNC-FILE.
       COPY WALKRUNC.
       FD  WALK-ADJ-FILE.
       COPY WALKADJ.
       WORKING-STORAGE SECTION.
       01 WS-ACK-STATUS PIC XX.
       01 WS-PAY-STATUS PIC XX.
       01 WS-EMP-STATUS PIC XX.
       01 WS-HIST-STATUS PIC XX.
       01 WS-RUNC-STATUS PIC XX.
       01 WS-ADJ-STATUS PIC XX.
       01 WS-ACK-EOF PIC X VALUE "N".
       01 WS-ADJ-EOF PIC X VALUE "N".
       01 WS-HIST-EOF PIC X VALUE "N".
       01 WS-MAST-OPEN PIC X VALUE "N".
       01 WS-ACK-FOUND PIC X VALUE "N".
       01 WS-FOUND PIC X VALUE "N".
       01 WS-CMD-LINE PIC X(30).
       01 WS-MONTH-PARM PIC X(6).
       01 WS-FORCE-PARM PIC X(7).
       01 WS-RELEASE-PARM PIC X(7).
       01 WS-OPTION-1 PIC X(7).
       01 WS-OPTION-2 PIC X(7).
       01 WS-RELEASED PIC X VALUE "N".
       01 WS-FEED-YYYYMM PIC 9(6).
       01 WS-TODAY PIC 9(8).
       01 WS-BUS-DATE PIC 9(8).
       01 WS-ACK-USED PIC 9(9) VALUE ZERO.
       01 WS-ACK-SKIPPED PIC 9(9) VALUE ZERO.
       01 WS-PAY-COUNT PIC 9(4) VALUE ZERO.
       01 WS-PAY-EMP-ID PIC X(6).
       01 WS-ADJ-COUNT PIC 9(4) VALUE ZERO.
       01 WS-REC-YYYYMM PIC 9(6).
       01 WS-LOOK-EMP-ID PIC X(6).
       01 WS-LOOK-DATE PIC 9(8).
           05 PS-NAME PIC X(15).
           05 PS-DEPT PIC X(4).
           05 PS-POINTS PIC 9(7).
       01 ADJ-TABLE.
           05 ADJ-ENTRY OCCURS 5000 TIMES INDEXED BY ADJ-IDX.
               10 AD-EMP-ID PIC X(6).
               10 AD-RUN-DATE PIC 9(8).
               10 AD-POINTS PIC 9(5).
       01 ASGN-TABLE.
           05 ASGN-ENTRY OCCURS 10000 TIMES INDEXED BY ASGN-IDX.
               10 AH-EMP-ID PIC X(6).
       PROCEDURE DIVISION.
       MAIN-PARA.
       ACCEPT WS-CMD-LINE FROM COMMAND-LINE
       MOVE SPACES TO WS-OPTION-1
       MOVE SPACES TO WS-OPTION-2
       UNSTRING WS-CMD-LINE DELIMITED BY SPACE
           INTO WS-MONTH-PARM WS-OPTION-1 WS-OPTION-2
       END-UNSTRING
      *> FORCE and RELEASE may be given in either order
       MOVE SPACES TO WS-FORCE-PARM
       MOVE SPACES TO WS-RELEASE-PARM
       IF WS-OPTION-1 = "FORCE" OR WS-OPTION-2 = "FORCE"
           MOVE "FORCE" TO WS-FORCE-PARM
       END-IF
       IF WS-OPTION-1 = "RELEASE" OR WS-OPTION-2 = "RELEASE"
           MOVE "RELEASE" TO WS-RELEASE-PARM
       END-IF
       ACCEPT WS-TODAY FROM DATE YYYYMMDD
       IF WS-MONTH-PARM IS NUMERIC AND WS-MONTH-PARM NOT = ZERO
           MOVE WS-MONTH-PARM TO WS-FEED-YYYYMM
       MOVE FUNCTION CURRENT-DATE(1:16) TO WS-START-TS
       PERFORM OPEN-RUNC-PARA
       PERFORM CHECK-ALREADY-FED-PARA
       PERFORM CHECK-POINTS-HOLD-PARA
       PERFORM START-RUN-CONTROL-PARA
       PERFORM OPEN-EMP-MAST-PARA
       PERFORM LOAD-ASGN-HIST-PARA
       PERFORM LOAD-ADJ-PARA
       PERFORM SCAN-ACKS-PARA
       PERFORM APPLY-ADJ-PARA
       PERFORM RESOLVE-DEPTS-PARA
       PERFORM SORT-BY-DEPT-PARA
       PERFORM WRITE-FEED-PARA
           STOP RUN
       END-IF.

      *> PTSAUDIT holds a month whose vendor points differ from
      *> the contract by more than its limit; the month is fed only
      *> once someone has settled the dispute and releases it
       CHECK-POINTS-HOLD-PARA.
       MOVE "PTSAUDIT" TO RC-PROGRAM
       MOVE WS-BUS-DATE TO RC-BUS-DATE
       READ WALK-RUNC-FILE
       IF WS-RUNC-STATUS = "00" AND RC-STATUS = "HLD "
           IF WS-RELEASE-PARM NOT = "RELEASE"
               DISPLAY "MONTH " WS-FEED-YYYYMM " HELD BY POINTS "
                   "AUDIT - RERUN WITH RELEASE TO FEED PAYROLL"
               CLOSE WALK-RUNC-FILE
               STOP RUN
           END-IF
           MOVE "Y" TO WS-RELEASED
       END-IF.

       START-RUN-CONTROL-PARA.
       MOVE "PAYFEED " TO RC-PROGRAM
       MOVE WS-BUS-DATE TO RC-BUS-DATE
           CLOSE WALK-ACK-FILE
       END-IF.

      *> a day the vendor took an adjustment for is paid once, from
      *> the register, so the acks for its original figure and for
      *> the adjustment itself are both passed over here
       POST-ACK-PARA.
       MOVE WA-RUN-DATE(1:6) TO WS-REC-YYYYMM
       IF WS-REC-YYYYMM NOT = WS-FEED-YYYYMM
           ADD 1 TO WS-ACK-SKIPPED
           EXIT PARAGRAPH
       END-IF
       PERFORM VARYING ADJ-IDX FROM 1 BY 1
               UNTIL ADJ-IDX > WS-ADJ-COUNT
           IF AD-EMP-ID(ADJ-IDX) = WA-EMPLOYEE-ID
                   AND AD-RUN-DATE(ADJ-IDX) = WA-RUN-DATE
               ADD 1 TO WS-ACK-SKIPPED
               EXIT PARAGRAPH
           END-IF
       END-PERFORM
       ADD 1 TO WS-ACK-USED
       MOVE WA-EMPLOYEE-ID TO WS-PAY-EMP-ID
       PERFORM FIND-OR-ADD-PAY-PARA
       ADD WA-POINTS-AWARDED TO PY-POINTS(PAY-IDX).

       MOVE "N" TO WS-FOUND
       PERFORM VARYING PAY-IDX FROM 1 BY 1
               UNTIL PAY-IDX > WS-PAY-COUNT
           IF PY-EMP-ID(PAY-IDX) = WS-PAY-EMP-ID
               MOVE "Y" TO WS-FOUND
               EXIT PERFORM
           END-IF
           IF WS-PAY-COUNT < 5000
               ADD 1 TO WS-PAY-COUNT
               MOVE WS-PAY-COUNT TO PAY-IDX
               MOVE WS-PAY-EMP-ID TO PY-EMP-ID(PAY-IDX)
               MOVE SPACES TO PY-NAME(PAY-IDX)
               MOVE SPACES TO PY-DEPT(PAY-IDX)
               MOVE ZERO TO PY-POINTS(PAY-IDX)
           END-IF
       END-IF.

      *> the WALKADJ register is read in key order, so when a day
      *> was adjusted more than once the latest accepted adjustment
      *> is the one left in the table - that is the figure the
      *> vendor now holds for the day
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
                   IF WS-REC-YYYYMM = WS-FEED-YYYYMM
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

       APPLY-ADJ-PARA.
       PERFORM VARYING ADJ-IDX FROM 1 BY 1
               UNTIL ADJ-IDX > WS-ADJ-COUNT
           MOVE AD-EMP-ID(ADJ-IDX) TO WS-PAY-EMP-ID
           PERFORM FIND-OR-ADD-PAY-PARA
           ADD AD-POINTS(ADJ-IDX) TO PY-POINTS(PAY-IDX)
       END-PERFORM.

      *> the register credits each walker to the department they
      *> belonged to at the end of the fed month
       RESOLVE-DEPTS-PARA.
           INTO REG-LINE
       END-STRING
       WRITE REG-LINE
       IF WS-RELEASED = "Y"
           MOVE "RELEASED FROM POINTS AUDIT HOLD - SEE PTSAUDIT"
               TO REG-LINE
           WRITE REG-LINE
       END-IF
       MOVE SPACES TO WS-CUR-DEPT
       MOVE ZERO TO WS-DEPT-POINTS
       MOVE ZERO TO WS-DEPT-COUNT
