       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINT-AUD-FILE ASSIGN TO "MAINTAUD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
           SELECT OPER-MAST-FILE ASSIGN TO "OPERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OP-OPERATOR-ID
               FILE STATUS IS WS-OPER-STATUS.
           SELECT AUDRPT-FILE ASSIGN TO "AUDRPT"
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-AUD-FILE.
       COPY MAINTAUD.
       FD  OPER-MAST-FILE.
       COPY OPERMAST.
       FD  AUDRPT-FILE.
       01  AUD-LINE PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-AUD-STATUS PIC XX.
       01 WS-OPER-STATUS PIC XX.
       01 WS-EOF PIC X VALUE "N".
       01 WS-OPER-OPEN PIC X VALUE "N".
       01 WS-CMD-LINE PIC X(40).
       01 WS-FROM-INPUT PIC X(8).
       01 WS-TO-INPUT PIC X(8).
       01 WS-OPER-PARM PIC X(6).
       01 WS-PROG-PARM PIC X(8).
       01 WS-FROM-DATE PIC 9(8).
       01 WS-TO-DATE PIC 9(8).
       01 WS-READ-COUNT PIC 9(9) VALUE ZERO.
       01 WS-AUD-COUNT PIC 9(5) VALUE ZERO.
       01 WS-OPER-COUNT PIC 9(5) VALUE ZERO.
       01 WS-SORT-I PIC 9(5).
       01 WS-SORT-J PIC 9(5).
       01 WS-PRINT-IDX PIC 9(5).
       01 WS-BREAK-OPER PIC X(6).
       01 WS-BREAK-PROG PIC X(8).
       01 WS-OPER-NAME PIC X(30).
       01 WS-ACTION-TEXT PIC X(6).
       01 AUD-TABLE.
           05 AUD-ENTRY OCCURS 5000 TIMES INDEXED BY AUD-IDX.
               10 AE-SORT-KEY.
                   15 AE-OPERATOR-ID PIC X(6).
                   15 AE-PROGRAM PIC X(8).
                   15 AE-TIMESTAMP PIC X(16).
               10 AE-ACTION PIC X(1).
               10 AE-FILE-NAME PIC X(8).
               10 AE-RECORD-KEY PIC X(20).
               10 AE-BEFORE-IMAGE PIC X(120).
               10 AE-AFTER-IMAGE PIC X(120).
       01 WS-AUD-SWAP PIC X(299).
       PROCEDURE DIVISION.
       MAIN-PARA.
       ACCEPT WS-CMD-LINE FROM COMMAND-LINE
       UNSTRING WS-CMD-LINE DELIMITED BY SPACE
           INTO WS-FROM-INPUT WS-TO-INPUT WS-OPER-PARM WS-PROG-PARM
       END-UNSTRING
       IF WS-FROM-INPUT IS NOT NUMERIC
           OR WS-TO-INPUT IS NOT NUMERIC
           DISPLAY "USAGE: AUDRPT FROMDATE TODATE (YYYYMMDD) "
               "[OPERATOR|*] [PROGRAM|*]"
           STOP RUN
       END-IF
       MOVE WS-FROM-INPUT TO WS-FROM-DATE
       MOVE WS-TO-INPUT TO WS-TO-DATE
       IF WS-FROM-DATE > WS-TO-DATE
           DISPLAY "FROM DATE IS AFTER TO DATE"
           STOP RUN
       END-IF
       IF WS-OPER-PARM = "*"
           MOVE SPACES TO WS-OPER-PARM
       END-IF
       IF WS-PROG-PARM = "*"
           MOVE SPACES TO WS-PROG-PARM
       END-IF
       OPEN OUTPUT AUDRPT-FILE
       PERFORM PRINT-HEADER-PARA
       OPEN INPUT MAINT-AUD-FILE
       IF WS-AUD-STATUS NOT = "00"
           MOVE "NO MAINTENANCE AUDIT LOG - NOTHING HAS BEEN CHANGED"
               TO AUD-LINE
           WRITE AUD-LINE
           CLOSE AUDRPT-FILE
           STOP RUN
       END-IF
       PERFORM UNTIL WS-EOF = "Y"
           READ MAINT-AUD-FILE
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   PERFORM SELECT-AUD-PARA
           END-READ
       END-PERFORM
       CLOSE MAINT-AUD-FILE
       OPEN INPUT OPER-MAST-FILE
       IF WS-OPER-STATUS = "00"
           MOVE "Y" TO WS-OPER-OPEN
       END-IF
       IF WS-AUD-COUNT > ZERO
           PERFORM SORT-AUD-PARA
           PERFORM PRINT-AUD-PARA
       ELSE
           MOVE "NO MAINTENANCE CHANGES MATCH THE SELECTION"
               TO AUD-LINE
           WRITE AUD-LINE
       END-IF
       PERFORM PRINT-TOTALS-PARA
       IF WS-OPER-OPEN = "Y"
           CLOSE OPER-MAST-FILE
       END-IF
       CLOSE AUDRPT-FILE
       STOP RUN.

       SELECT-AUD-PARA.
       IF AU-TIMESTAMP(1:8) < WS-FROM-INPUT
           OR AU-TIMESTAMP(1:8) > WS-TO-INPUT
           EXIT PARAGRAPH
       END-IF
       IF WS-OPER-PARM NOT = SPACES
           AND AU-OPERATOR-ID NOT = WS-OPER-PARM
           EXIT PARAGRAPH
       END-IF
       IF WS-PROG-PARM NOT = SPACES
           AND AU-PROGRAM NOT = WS-PROG-PARM
           EXIT PARAGRAPH
       END-IF
       IF WS-AUD-COUNT NOT < 5000
           DISPLAY "AUD-TABLE FULL (5000) - RUN ABORTED"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       ADD 1 TO WS-AUD-COUNT
       SET AUD-IDX TO WS-AUD-COUNT
       MOVE AU-OPERATOR-ID TO AE-OPERATOR-ID(AUD-IDX)
       MOVE AU-PROGRAM TO AE-PROGRAM(AUD-IDX)
       MOVE AU-TIMESTAMP TO AE-TIMESTAMP(AUD-IDX)
       MOVE AU-ACTION TO AE-ACTION(AUD-IDX)
       MOVE AU-FILE-NAME TO AE-FILE-NAME(AUD-IDX)
       MOVE AU-RECORD-KEY TO AE-RECORD-KEY(AUD-IDX)
       MOVE AU-BEFORE-IMAGE TO AE-BEFORE-IMAGE(AUD-IDX)
       MOVE AU-AFTER-IMAGE TO AE-AFTER-IMAGE(AUD-IDX).

      *> operator, then program, then time of the change
       SORT-AUD-PARA.
       PERFORM VARYING WS-SORT-I FROM 1 BY 1
               UNTIL WS-SORT-I NOT < WS-AUD-COUNT
           PERFORM VARYING WS-SORT-J FROM 1 BY 1
                   UNTIL WS-SORT-J NOT LESS
                       WS-AUD-COUNT - WS-SORT-I + 1
               IF AE-SORT-KEY(WS-SORT-J)
                       > AE-SORT-KEY(WS-SORT-J + 1)
                   MOVE AUD-ENTRY(WS-SORT-J) TO WS-AUD-SWAP
                   MOVE AUD-ENTRY(WS-SORT-J + 1)
                       TO AUD-ENTRY(WS-SORT-J)
                   MOVE WS-AUD-SWAP TO AUD-ENTRY(WS-SORT-J + 1)
               END-IF
           END-PERFORM
       END-PERFORM.

       PRINT-HEADER-PARA.
       MOVE SPACES TO AUD-LINE
       STRING "MAINTENANCE AUDIT LOG FROM " DELIMITED BY SIZE
           WS-FROM-DATE DELIMITED BY SIZE
           " TO " DELIMITED BY SIZE
           WS-TO-DATE DELIMITED BY SIZE
           INTO AUD-LINE
       END-STRING
       WRITE AUD-LINE
       MOVE SPACES TO AUD-LINE
       IF WS-OPER-PARM = SPACES
           STRING "OPERATOR=ALL" DELIMITED BY SIZE
               INTO AUD-LINE
           END-STRING
       ELSE
           STRING "OPERATOR=" DELIMITED BY SIZE
               WS-OPER-PARM DELIMITED BY SIZE
               INTO AUD-LINE
           END-STRING
       END-IF
       IF WS-PROG-PARM = SPACES
           MOVE " PROGRAM=ALL" TO AUD-LINE(16:12)
       ELSE
           MOVE " PROGRAM=" TO AUD-LINE(16:9)
           MOVE WS-PROG-PARM TO AUD-LINE(25:8)
       END-IF
       WRITE AUD-LINE.

       PRINT-AUD-PARA.
       MOVE SPACES TO WS-BREAK-OPER
       MOVE SPACES TO WS-BREAK-PROG
       PERFORM VARYING WS-PRINT-IDX FROM 1 BY 1
               UNTIL WS-PRINT-IDX > WS-AUD-COUNT
           SET AUD-IDX TO WS-PRINT-IDX
           IF WS-PRINT-IDX = 1
               OR AE-OPERATOR-ID(AUD-IDX) NOT = WS-BREAK-OPER
               IF WS-PRINT-IDX > 1
                   PERFORM PRINT-OPER-TOTAL-PARA
               END-IF
               PERFORM PRINT-OPER-HEADER-PARA
           END-IF
           IF AE-PROGRAM(AUD-IDX) NOT = WS-BREAK-PROG
               MOVE AE-PROGRAM(AUD-IDX) TO WS-BREAK-PROG
               MOVE SPACES TO AUD-LINE
               STRING "  PROGRAM " DELIMITED BY SIZE
                   WS-BREAK-PROG DELIMITED BY SIZE
                   INTO AUD-LINE
               END-STRING
               WRITE AUD-LINE
           END-IF
           PERFORM PRINT-ENTRY-PARA
       END-PERFORM
       PERFORM PRINT-OPER-TOTAL-PARA.

      *> the operator's name comes from OPERMAST when it is there;
      *> batch feeds log under an ID that is not an operator
       PRINT-OPER-HEADER-PARA.
       MOVE AE-OPERATOR-ID(AUD-IDX) TO WS-BREAK-OPER
       MOVE SPACES TO WS-BREAK-PROG
       MOVE ZERO TO WS-OPER-COUNT
       MOVE SPACES TO WS-OPER-NAME
       IF WS-OPER-OPEN = "Y"
           MOVE WS-BREAK-OPER TO OP-OPERATOR-ID
           READ OPER-MAST-FILE
           IF WS-OPER-STATUS = "00"
               MOVE OP-OPERATOR-NAME TO WS-OPER-NAME
           END-IF
       END-IF
       MOVE SPACES TO AUD-LINE
       WRITE AUD-LINE
       STRING "OPERATOR " DELIMITED BY SIZE
           WS-BREAK-OPER DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-OPER-NAME DELIMITED BY SIZE
           INTO AUD-LINE
       END-STRING
       WRITE AUD-LINE.

       PRINT-ENTRY-PARA.
       ADD 1 TO WS-OPER-COUNT
       EVALUATE AE-ACTION(AUD-IDX)
           WHEN "A"
               MOVE "ADD   " TO WS-ACTION-TEXT
           WHEN "C"
               MOVE "CHANGE" TO WS-ACTION-TEXT
           WHEN "D"
               MOVE "DELETE" TO WS-ACTION-TEXT
           WHEN OTHER
               MOVE AE-ACTION(AUD-IDX) TO WS-ACTION-TEXT
       END-EVALUATE
       MOVE SPACES TO AUD-LINE
       STRING "    " DELIMITED BY SIZE
           AE-TIMESTAMP(AUD-IDX) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-ACTION-TEXT DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           AE-FILE-NAME(AUD-IDX) DELIMITED BY SIZE
           " KEY=" DELIMITED BY SIZE
           AE-RECORD-KEY(AUD-IDX) DELIMITED BY SIZE
           INTO AUD-LINE
       END-STRING
       WRITE AUD-LINE
       IF AE-BEFORE-IMAGE(AUD-IDX) NOT = SPACES
           MOVE SPACES TO AUD-LINE
           STRING "     BEFORE " DELIMITED BY SIZE
               AE-BEFORE-IMAGE(AUD-IDX) DELIMITED BY SIZE
               INTO AUD-LINE
           END-STRING
           WRITE AUD-LINE
       END-IF
       IF AE-AFTER-IMAGE(AUD-IDX) NOT = SPACES
           MOVE SPACES TO AUD-LINE
           STRING "     AFTER  " DELIMITED BY SIZE
               AE-AFTER-IMAGE(AUD-IDX) DELIMITED BY SIZE
               INTO AUD-LINE
           END-STRING
           WRITE AUD-LINE
       END-IF.

       PRINT-OPER-TOTAL-PARA.
       MOVE SPACES TO AUD-LINE
       STRING "  CHANGES BY " DELIMITED BY SIZE
           WS-BREAK-OPER DELIMITED BY SIZE
           "=" DELIMITED BY SIZE
           WS-OPER-COUNT DELIMITED BY SIZE
           INTO AUD-LINE
       END-STRING
       WRITE AUD-LINE.

       PRINT-TOTALS-PARA.
       MOVE SPACES TO AUD-LINE
       WRITE AUD-LINE
       STRING "LOG RECORDS READ=" DELIMITED BY SIZE
           WS-READ-COUNT DELIMITED BY SIZE
           " LISTED=" DELIMITED BY SIZE
           WS-AUD-COUNT DELIMITED BY SIZE
           INTO AUD-LINE
       END-STRING
       WRITE AUD-LINE.
