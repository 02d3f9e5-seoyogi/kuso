               ACCESS MODE IS RANDOM
               RECORD KEY IS RC-RUN-KEY
               FILE STATUS IS WS-RUNC-STATUS.
           SELECT WALK-ADJ-FILE ASSIGN TO "WALKADJ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AJ-ADJ-KEY
               ALTERNATE RECORD KEY IS AJ-SENT-DATE
                   WITH DUPLICATES
               FILE STATUS IS WS-ADJ-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  WALK-VENDOR-FILE.
       01  RECON-LINE PIC X(100).
       FD  WALK-RUNC-FILE.
       COPY WALKRUNC.
       FD  WALK-ADJ-FILE.
       COPY WALKADJ.
       WORKING-STORAGE SECTION.
       01 WS-VEND-STATUS PIC XX.
       01 WS-ACK-STATUS PIC XX.
       01 WS-RUNC-STATUS PIC XX.
       01 WS-ADJ-STATUS PIC XX.
       01 WS-ADJ-OPEN PIC X VALUE "N".
       01 WS-TAG PIC X(4).
       01 WS-BUS-DATE-INPUT PIC X(8).
       01 WS-BUS-DATE PIC 9(8).
       01 WS-VEND-FOUND PIC X VALUE "N".
       01 WS-MISMATCH-COUNT PIC 9(4) VALUE ZERO.
       01 WS-UNACKED-COUNT PIC 9(4) VALUE ZERO.
       01 WS-UNSENT-COUNT PIC 9(4) VALUE ZERO.
       01 WS-ADJ-SENT-COUNT PIC 9(4) VALUE ZERO.
       01 WS-ADJ-ACK-COUNT PIC 9(4) VALUE ZERO.
       01 SENT-TABLE.
           05 SENT-ENTRY OCCURS 5000 TIMES INDEXED BY SENT-IDX.
               10 ST-EMP-ID PIC X(6).
               10 ST-RUN-DATE PIC 9(8).
               10 ST-DISTANCE PIC 9(6).
               10 ST-ACKED PIC X(1).
               10 ST-REC-TYPE PIC X(1).
               10 ST-EXPORT-DATE PIC 9(8).
       PROCEDURE DIVISION.
       MAIN-PARA.
       ACCEPT WS-BUS-DATE-INPUT FROM COMMAND-LINE
       MOVE FUNCTION CURRENT-DATE(1:16) TO WS-START-TS
       OPEN OUTPUT WVRECON-FILE
       PERFORM LOAD-SENT-PARA
       OPEN I-O WALK-ADJ-FILE
       IF WS-ADJ-STATUS = "00"
           MOVE "Y" TO WS-ADJ-OPEN
       END-IF
       PERFORM MATCH-ACKS-PARA
       IF WS-ADJ-OPEN = "Y"
           CLOSE WALK-ADJ-FILE
       END-IF
       PERFORM REPORT-UNACKED-PARA
       PERFORM REPORT-TOTALS-PARA
       CLOSE WVRECON-FILE
           MOVE WV-RUN-DATE TO ST-RUN-DATE(WS-SENT-COUNT)
           MOVE WV-DISTANCE TO ST-DISTANCE(WS-SENT-COUNT)
           MOVE "N" TO ST-ACKED(WS-SENT-COUNT)
           MOVE WV-REC-TYPE TO ST-REC-TYPE(WS-SENT-COUNT)
           MOVE WV-EXPORT-DATE TO ST-EXPORT-DATE(WS-SENT-COUNT)
           IF WV-REC-TYPE = "A"
               ADD 1 TO WS-ADJ-SENT-COUNT
           END-IF
       ELSE
           DISPLAY "SENT-TABLE FULL (5000) - RUN ABORTED"
           MOVE 16 TO RETURN-CODE
           WRITE RECON-LINE
       ELSE
           MOVE "Y" TO ST-ACKED(SENT-IDX)
           PERFORM SET-TAG-PARA
           IF ST-REC-TYPE(SENT-IDX) = "A"
               PERFORM POST-ADJ-ACK-PARA
           END-IF
           IF WA-ACCEPT-CODE = "R"
               ADD 1 TO WS-REJECT-COUNT
               MOVE SPACES TO RECON-LINE
                   WA-RUN-DATE DELIMITED BY SIZE
                   " REASON=" DELIMITED BY SIZE
                   WA-REJECT-REASON DELIMITED BY SIZE
                   WS-TAG DELIMITED BY SIZE
                   INTO RECON-LINE
               END-STRING
               WRITE RECON-LINE
                       ST-DISTANCE(SENT-IDX) DELIMITED BY SIZE
                       " CREDITED=" DELIMITED BY SIZE
                       WA-DISTANCE-ACCEPTED DELIMITED BY SIZE
                       WS-TAG DELIMITED BY SIZE
                       INTO RECON-LINE
                   END-STRING
                   WRITE RECON-LINE
               UNTIL SENT-IDX > WS-SENT-COUNT
           IF ST-ACKED(SENT-IDX) = "N"
               ADD 1 TO WS-UNACKED-COUNT
               PERFORM SET-TAG-PARA
               MOVE SPACES TO RECON-LINE
               STRING "SENT NOT ACKNOWLEDGED " DELIMITED BY SIZE
                   ST-EMP-ID(SENT-IDX) DELIMITED BY SIZE
                   ST-RUN-DATE(SENT-IDX) DELIMITED BY SIZE
                   " SENT=" DELIMITED BY SIZE
                   ST-DISTANCE(SENT-IDX) DELIMITED BY SIZE
                   WS-TAG DELIMITED BY SIZE
                   INTO RECON-LINE
               END-STRING
               WRITE RECON-LINE
           END-IF
       END-PERFORM.

      *> adjustment lines carry a marker so the reader can tell a
      *> re-sent earlier day from the export day's own records
       SET-TAG-PARA.
       IF ST-REC-TYPE(SENT-IDX) = "A"
           MOVE " ADJ" TO WS-TAG
       ELSE
           MOVE SPACES TO WS-TAG
       END-IF.

      *> the vendor's answer to an adjustment is posted back to the
      *> WALKADJ register entry for the export that carried it, so
      *> the register shows whether the new figure was taken up
       POST-ADJ-ACK-PARA.
       ADD 1 TO WS-ADJ-ACK-COUNT
       IF WS-ADJ-OPEN = "N"
           EXIT PARAGRAPH
       END-IF
       MOVE WA-EMPLOYEE-ID TO AJ-EMPLOYEE-ID
       MOVE WA-RUN-DATE TO AJ-RUN-DATE
       MOVE ST-EXPORT-DATE(SENT-IDX) TO AJ-SENT-DATE
       READ WALK-ADJ-FILE
       IF WS-ADJ-STATUS = "00"
           MOVE WA-ACCEPT-CODE TO AJ-ACK-CODE
           MOVE WA-POINTS-AWARDED TO AJ-POINTS-AWARDED
           MOVE WS-BUS-DATE TO AJ-ACK-DATE
           REWRITE WALK-ADJ-RECORD
       ELSE
           DISPLAY "NO WALKADJ ENTRY FOR ACKED ADJUSTMENT "
               WA-EMPLOYEE-ID " " WA-RUN-DATE
       END-IF.

       REPORT-TOTALS-PARA.
       MOVE SPACES TO RECON-LINE
       STRING "SENT=" DELIMITED BY SIZE
           WS-UNSENT-COUNT DELIMITED BY SIZE
           INTO RECON-LINE
       END-STRING
       WRITE RECON-LINE
       MOVE SPACES TO RECON-LINE
       STRING "ADJUSTMENTS SENT=" DELIMITED BY SIZE
           WS-ADJ-SENT-COUNT DELIMITED BY SIZE
           " ACKED=" DELIMITED BY SIZE
           WS-ADJ-ACK-COUNT DELIMITED BY SIZE
           INTO RECON-LINE
       END-STRING
       WRITE RECON-LINE.
