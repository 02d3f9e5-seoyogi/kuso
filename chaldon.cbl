       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHALDON.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT CHAL-PLDG-FILE ASSIGN TO "CHALPLDG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-PLEDGE-KEY
               FILE STATUS IS WS-PLDG-STATUS.
           SELECT WALK-POS-FILE ASSIGN TO "WALKPOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-POS-KEY
               ALTERNATE RECORD KEY IS DP-RUN-DATE
                   WITH DUPLICATES
               FILE STATUS IS WS-POS-STATUS.
           SELECT DON-REMIT-FILE ASSIGN TO "DONREMIT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REMIT-STATUS.
           SELECT MAINT-AUD-FILE ASSIGN TO "MAINTAUD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
           SELECT CHALDON-FILE ASSIGN TO "CHALDON"
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CHAL-DEF-FILE.
       COPY CHALDEF.
       FD  CHAL-ROST-FILE.
       COPY CHALROST.
       FD  CHAL-PLDG-FILE.
       COPY CHALPLDG.
       FD  WALK-POS-FILE.
       COPY WALKPOS.
       FD  DON-REMIT-FILE.
       COPY DONREMIT.
       FD  MAINT-AUD-FILE.
       01  MAINT-AUD-LINE PIC X(299).
       FD  CHALDON-FILE.
       01  DON-LINE PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-DEF-STATUS PIC XX.
       01 WS-ROST-STATUS PIC XX.
       01 WS-PLDG-STATUS PIC XX.
       01 WS-POS-STATUS PIC XX.
       01 WS-REMIT-STATUS PIC XX.
       01 WS-AUD-STATUS PIC XX.
       01 WS-EOF PIC X VALUE "N".
       01 WS-ROST-EOF PIC X VALUE "N".
       01 WS-PLDG-EOF PIC X VALUE "N".
       01 WS-FOUND PIC X VALUE "N".
       01 WS-CMD-LINE PIC X(20).
       01 WS-CHAL-PARM PIC X(6).
       01 WS-FINAL-PARM PIC X(5).
       01 WS-FINAL-RUN PIC X VALUE "N".
       01 WS-TODAY PIC 9(8).
       01 WC-BATCH-OPERATOR PIC X(6) VALUE "BATCH".
       01 WS-ROST-COUNT PIC 9(4) VALUE ZERO.
       01 WS-TEAM-COUNT PIC 9(3) VALUE ZERO.
       01 WS-PLEDGE-COUNT PIC 9(2) VALUE ZERO.
       01 WS-OPEN-COUNT PIC 9(2) VALUE ZERO.
       01 WS-REMIT-COUNT PIC 9(2) VALUE ZERO.
       01 WS-FINAL-COUNT PIC 9(2) VALUE ZERO.
       01 WS-REJECT-COUNT PIC 9(2) VALUE ZERO.
      *> the most DR-AMOUNT and CP-FINAL-AMOUNT can hold; the sums
      *> are worked in 12 digits so the caps apply before this
      *> limit is checked
       01 WC-MAX-AMOUNT PIC 9(9) VALUE 999999999.
      *> challenge definition captured before the file is closed -
      *> the FD record area is undefined after CLOSE
       01 WS-CHAL-NAME PIC X(30).
       01 WS-CHAL-START PIC 9(8).
       01 WS-CHAL-END PIC 9(8).
       01 WS-SORT-I PIC 9(3).
       01 WS-SORT-J PIC 9(3).
       01 WS-TEAM-KM PIC 9(7).
       01 WS-TEAM-AMOUNT PIC 9(12).
       01 WS-CAP-MARK PIC X(7).
       01 WS-BASE-KM PIC 9(7) VALUE ZERO.
       01 WS-APPROVED-KM PIC 9(7) VALUE ZERO.
       01 WS-HELD-KM PIC 9(7) VALUE ZERO.
       01 WS-RUN-AMOUNT PIC 9(12) VALUE ZERO.
       01 WS-ISSUED-AMOUNT PIC 9(12) VALUE ZERO.
       01 ROST-TABLE.
           05 ROST-ENTRY OCCURS 5000 TIMES INDEXED BY ROST-IDX.
               10 RO-EMP-ID PIC X(6).
               10 RO-TEAM-NAME PIC X(15).
               10 RO-BASE-KM PIC 9(6).
               10 RO-APPROVED-KM PIC 9(6).
               10 RO-HELD-KM PIC 9(6).
       01 TEAM-TABLE.
           05 TEAM-ENTRY OCCURS 100 TIMES INDEXED BY TEAM-IDX.
               10 TN-TEAM-NAME PIC X(15).
               10 TN-BASE-KM PIC 9(7).
               10 TN-APPROVED-KM PIC 9(7).
               10 TN-HELD-KM PIC 9(7).
               10 TN-MEMBERS PIC 9(4).
       01 WS-TEAM-SWAP.
           05 TS-TEAM-NAME PIC X(15).
           05 TS-BASE-KM PIC 9(7).
           05 TS-APPROVED-KM PIC 9(7).
           05 TS-HELD-KM PIC 9(7).
           05 TS-MEMBERS PIC 9(4).
      *> PL-KM / PL-AMOUNT are what this run works out for an open
      *> pledge; a pledge already final keeps the figures it was
      *> paid on in PL-FINAL-xxx. PL-REJECTED "Y" = the amount is
      *> too large to remit, so the pledge is neither remitted nor
      *> made final
       01 PLDG-TABLE.
           05 PLDG-ENTRY OCCURS 20 TIMES INDEXED BY PLDG-IDX.
               10 PL-SEQ PIC 9(2).
               10 PL-CHARITY-NAME PIC X(30).
               10 PL-PAYEE-ID PIC X(10).
               10 PL-RATE-PER-KM PIC 9(5).
               10 PL-TEAM-CAP PIC 9(9).
               10 PL-CHAL-CAP PIC 9(9).
               10 PL-COUNT-APPROVED PIC X(1).
               10 PL-STATUS PIC X(1).
               10 PL-FINAL-DATE PIC 9(8).
               10 PL-FINAL-KM PIC 9(7).
               10 PL-FINAL-AMOUNT PIC 9(9).
               10 PL-KM PIC 9(7).
               10 PL-AMOUNT PIC 9(12).
               10 PL-REJECTED PIC X(1).
       COPY MAINTAUD.
       PROCEDURE DIVISION.
       MAIN-PARA.
       ACCEPT WS-CMD-LINE FROM COMMAND-LINE
       MOVE SPACES TO WS-CHAL-PARM
       MOVE SPACES TO WS-FINAL-PARM
       UNSTRING WS-CMD-LINE DELIMITED BY SPACE
           INTO WS-CHAL-PARM WS-FINAL-PARM
       END-UNSTRING
       IF WS-CHAL-PARM = SPACES
           OR (WS-FINAL-PARM NOT = SPACES
               AND WS-FINAL-PARM NOT = "FINAL")
           DISPLAY "USAGE: CHALDON CHALLENGECODE [FINAL]"
           STOP RUN
       END-IF
       IF WS-FINAL-PARM = "FINAL"
           MOVE "Y" TO WS-FINAL-RUN
       END-IF
       ACCEPT WS-TODAY FROM DATE YYYYMMDD
       PERFORM READ-CHALLENGE-PARA
      *> the walking can still change until the challenge is over,
      *> so only a draft can be printed before the day after
       IF WS-FINAL-RUN = "Y" AND WS-TODAY NOT > WS-CHAL-END
           DISPLAY "CHALLENGE " WS-CHAL-PARM " ENDS " WS-CHAL-END
               " - FINAL STATEMENT NOT ALLOWED BEFORE IT ENDS"
           STOP RUN
       END-IF
       PERFORM LOAD-PLEDGES-PARA
       IF WS-PLEDGE-COUNT = ZERO
           DISPLAY "NO PLEDGES RECORDED FOR " WS-CHAL-PARM
           STOP RUN
       END-IF
       PERFORM LOAD-ROSTER-PARA
       IF WS-ROST-COUNT = ZERO
           DISPLAY "NO WALKERS ENROLLED FOR " WS-CHAL-PARM
           STOP RUN
       END-IF
       PERFORM SCAN-POS-PARA
       PERFORM SUMMARIZE-TEAMS-PARA
       PERFORM SORT-TEAMS-PARA
       IF WS-FINAL-RUN = "Y" AND WS-OPEN-COUNT = ZERO
           DISPLAY "ALL PLEDGES FOR " WS-CHAL-PARM
               " ALREADY ISSUED - NOTHING TO REMIT"
           MOVE "N" TO WS-FINAL-RUN
       END-IF
       IF WS-FINAL-RUN = "Y"
           OPEN OUTPUT DON-REMIT-FILE
           IF WS-REMIT-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN DONREMIT - STATUS "
                   WS-REMIT-STATUS
               STOP RUN
           END-IF
       END-IF
       OPEN OUTPUT CHALDON-FILE
       PERFORM PRINT-HEADER-PARA
       PERFORM PRINT-TEAMS-PARA
       PERFORM VARYING PLDG-IDX FROM 1 BY 1
               UNTIL PLDG-IDX > WS-PLEDGE-COUNT
           PERFORM PRINT-PLEDGE-PARA
       END-PERFORM
       PERFORM PRINT-TOTALS-PARA
       CLOSE CHALDON-FILE
       IF WS-FINAL-RUN = "Y"
           CLOSE DON-REMIT-FILE
           PERFORM FINALIZE-PLEDGES-PARA
       END-IF
       DISPLAY "CHALDON " WS-CHAL-PARM
           " PLEDGES=" WS-PLEDGE-COUNT
           " REMITTED=" WS-REMIT-COUNT
           " FINALIZED=" WS-FINAL-COUNT
           " REJECTED=" WS-REJECT-COUNT
           " AMOUNT=" WS-RUN-AMOUNT
       STOP RUN.

       READ-CHALLENGE-PARA.
       OPEN INPUT CHAL-DEF-FILE
       IF WS-DEF-STATUS NOT = "00"
           DISPLAY "NO CHALDEF FILE FOUND - RUN CHALMNT FIRST"
           STOP RUN
       END-IF
       MOVE WS-CHAL-PARM TO CH-CHAL-CODE
       READ CHAL-DEF-FILE
       IF WS-DEF-STATUS NOT = "00"
           DISPLAY "CHALLENGE " WS-CHAL-PARM " NOT DEFINED"
           CLOSE CHAL-DEF-FILE
           STOP RUN
       END-IF
       MOVE CH-CHAL-NAME TO WS-CHAL-NAME
       MOVE CH-START-DATE TO WS-CHAL-START
       MOVE CH-END-DATE TO WS-CHAL-END
       CLOSE CHAL-DEF-FILE.

       LOAD-PLEDGES-PARA.
       OPEN INPUT CHAL-PLDG-FILE
       IF WS-PLDG-STATUS NOT = "00"
           DISPLAY "NO CHALPLDG FILE FOUND - RUN CHALMNT FIRST"
           STOP RUN
       END-IF
       MOVE WS-CHAL-PARM TO CP-CHAL-CODE
       MOVE ZERO TO CP-PLEDGE-SEQ
       START CHAL-PLDG-FILE KEY IS NOT LESS THAN CP-PLEDGE-KEY
       END-START
       IF WS-PLDG-STATUS NOT = "00"
           MOVE "Y" TO WS-PLDG-EOF
       END-IF
       PERFORM UNTIL WS-PLDG-EOF = "Y"
           READ CHAL-PLDG-FILE NEXT
               AT END
                   MOVE "Y" TO WS-PLDG-EOF
               NOT AT END
                   IF CP-CHAL-CODE NOT = WS-CHAL-PARM
                       MOVE "Y" TO WS-PLDG-EOF
                   ELSE
                       PERFORM ADD-PLEDGE-PARA
                   END-IF
           END-READ
       END-PERFORM
       CLOSE CHAL-PLDG-FILE.

       ADD-PLEDGE-PARA.
       IF WS-PLEDGE-COUNT < 20
           ADD 1 TO WS-PLEDGE-COUNT
           SET PLDG-IDX TO WS-PLEDGE-COUNT
           MOVE CP-PLEDGE-SEQ TO PL-SEQ(PLDG-IDX)
           MOVE CP-CHARITY-NAME TO PL-CHARITY-NAME(PLDG-IDX)
           MOVE CP-PAYEE-ID TO PL-PAYEE-ID(PLDG-IDX)
           MOVE CP-RATE-PER-KM TO PL-RATE-PER-KM(PLDG-IDX)
           MOVE CP-TEAM-CAP TO PL-TEAM-CAP(PLDG-IDX)
           MOVE CP-CHAL-CAP TO PL-CHAL-CAP(PLDG-IDX)
           MOVE CP-COUNT-APPROVED TO PL-COUNT-APPROVED(PLDG-IDX)
           MOVE CP-STATUS TO PL-STATUS(PLDG-IDX)
           MOVE CP-FINAL-DATE TO PL-FINAL-DATE(PLDG-IDX)
           MOVE CP-FINAL-KM TO PL-FINAL-KM(PLDG-IDX)
           MOVE CP-FINAL-AMOUNT TO PL-FINAL-AMOUNT(PLDG-IDX)
           MOVE ZERO TO PL-KM(PLDG-IDX)
           MOVE ZERO TO PL-AMOUNT(PLDG-IDX)
           MOVE "N" TO PL-REJECTED(PLDG-IDX)
           IF CP-STATUS NOT = "F"
               ADD 1 TO WS-OPEN-COUNT
           END-IF
       ELSE
           DISPLAY "PLDG-TABLE FULL (20) - RUN ABORTED"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.

       LOAD-ROSTER-PARA.
       OPEN INPUT CHAL-ROST-FILE
       IF WS-ROST-STATUS NOT = "00"
           DISPLAY "NO CHALROST FILE FOUND - RUN CHALMNT FIRST"
           STOP RUN
       END-IF
       MOVE WS-CHAL-PARM TO CR-CHAL-CODE
       MOVE LOW-VALUES TO CR-EMPLOYEE-ID
       START CHAL-ROST-FILE KEY IS NOT LESS THAN CR-ROST-KEY
       END-START
       IF WS-ROST-STATUS NOT = "00"
           MOVE "Y" TO WS-ROST-EOF
       END-IF
       PERFORM UNTIL WS-ROST-EOF = "Y"
           READ CHAL-ROST-FILE NEXT
               AT END
                   MOVE "Y" TO WS-ROST-EOF
               NOT AT END
                   IF CR-CHAL-CODE NOT = WS-CHAL-PARM
                       MOVE "Y" TO WS-ROST-EOF
                   ELSE
                       PERFORM ADD-ROSTER-PARA
                   END-IF
           END-READ
       END-PERFORM
       CLOSE CHAL-ROST-FILE.

       ADD-ROSTER-PARA.
       IF WS-ROST-COUNT < 5000
           ADD 1 TO WS-ROST-COUNT
           MOVE CR-EMPLOYEE-ID TO RO-EMP-ID(WS-ROST-COUNT)
           MOVE CR-TEAM-NAME TO RO-TEAM-NAME(WS-ROST-COUNT)
           MOVE ZERO TO RO-BASE-KM(WS-ROST-COUNT)
           MOVE ZERO TO RO-APPROVED-KM(WS-ROST-COUNT)
           MOVE ZERO TO RO-HELD-KM(WS-ROST-COUNT)
       ELSE
           DISPLAY "ROST-TABLE FULL (5000) - RUN ABORTED"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.

       SCAN-POS-PARA.
       OPEN INPUT WALK-POS-FILE
       IF WS-POS-STATUS NOT = "00"
           DISPLAY "CANNOT OPEN WALKPOS - STATUS " WS-POS-STATUS
               " - RUN POSBLD FIRST"
           STOP RUN
       END-IF
       MOVE WS-CHAL-START TO DP-RUN-DATE
       START WALK-POS-FILE KEY IS NOT LESS THAN DP-RUN-DATE
       END-START
       IF WS-POS-STATUS NOT = "00"
           MOVE "Y" TO WS-EOF
       END-IF
       PERFORM UNTIL WS-EOF = "Y"
           READ WALK-POS-FILE NEXT
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   IF DP-RUN-DATE > WS-CHAL-END
                       MOVE "Y" TO WS-EOF
                   ELSE
                       PERFORM POST-DAY-PARA
                   END-IF
           END-READ
       END-PERFORM
       CLOSE WALK-POS-FILE.

      *> only enrolled walkers count; a day flagged as an exception
      *> is kept apart - approved ones count where the pledge says
      *> so, ones EXCPREV has not approved never count and are
      *> shown as held so finance can see what was left out
       POST-DAY-PARA.
       PERFORM VARYING ROST-IDX FROM 1 BY 1
               UNTIL ROST-IDX > WS-ROST-COUNT
           IF RO-EMP-ID(ROST-IDX) = DP-EMPLOYEE-ID
               EVALUATE TRUE
                   WHEN DP-EXCEPTION-FLAG NOT = "Y"
                       ADD DP-DISTANCE TO RO-BASE-KM(ROST-IDX)
                   WHEN DP-REVIEW-STATUS = "A"
                       ADD DP-DISTANCE TO RO-APPROVED-KM(ROST-IDX)
                   WHEN OTHER
                       ADD DP-DISTANCE TO RO-HELD-KM(ROST-IDX)
               END-EVALUATE
               EXIT PERFORM
           END-IF
       END-PERFORM.

       SUMMARIZE-TEAMS-PARA.
       PERFORM VARYING ROST-IDX FROM 1 BY 1
               UNTIL ROST-IDX > WS-ROST-COUNT
           PERFORM BUILD-TEAMS-PARA
       END-PERFORM.

       BUILD-TEAMS-PARA.
       MOVE "N" TO WS-FOUND
       PERFORM VARYING TEAM-IDX FROM 1 BY 1
               UNTIL TEAM-IDX > WS-TEAM-COUNT
           IF TN-TEAM-NAME(TEAM-IDX) = RO-TEAM-NAME(ROST-IDX)
               MOVE "Y" TO WS-FOUND
               EXIT PERFORM
           END-IF
       END-PERFORM
       IF WS-FOUND = "N"
           IF WS-TEAM-COUNT < 100
               ADD 1 TO WS-TEAM-COUNT
               MOVE WS-TEAM-COUNT TO TEAM-IDX
               MOVE RO-TEAM-NAME(ROST-IDX)
                   TO TN-TEAM-NAME(TEAM-IDX)
               MOVE ZERO TO TN-BASE-KM(TEAM-IDX)
               MOVE ZERO TO TN-APPROVED-KM(TEAM-IDX)
               MOVE ZERO TO TN-HELD-KM(TEAM-IDX)
               MOVE ZERO TO TN-MEMBERS(TEAM-IDX)
           ELSE
               DISPLAY "TEAM-TABLE FULL (100) - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
       END-IF
       ADD RO-BASE-KM(ROST-IDX) TO TN-BASE-KM(TEAM-IDX)
       ADD RO-APPROVED-KM(ROST-IDX) TO TN-APPROVED-KM(TEAM-IDX)
       ADD RO-HELD-KM(ROST-IDX) TO TN-HELD-KM(TEAM-IDX)
       ADD 1 TO TN-MEMBERS(TEAM-IDX)
       ADD RO-BASE-KM(ROST-IDX) TO WS-BASE-KM
       ADD RO-APPROVED-KM(ROST-IDX) TO WS-APPROVED-KM
       ADD RO-HELD-KM(ROST-IDX) TO WS-HELD-KM.

      *> a statement reads best in team-name order
       SORT-TEAMS-PARA.
       PERFORM VARYING WS-SORT-I FROM 1 BY 1
               UNTIL WS-SORT-I NOT < WS-TEAM-COUNT
           PERFORM VARYING WS-SORT-J FROM 1 BY 1
                   UNTIL WS-SORT-J NOT LESS
                       WS-TEAM-COUNT - WS-SORT-I + 1
               IF TN-TEAM-NAME(WS-SORT-J)
                       > TN-TEAM-NAME(WS-SORT-J + 1)
                   MOVE TEAM-ENTRY(WS-SORT-J) TO WS-TEAM-SWAP
                   MOVE TEAM-ENTRY(WS-SORT-J + 1)
                       TO TEAM-ENTRY(WS-SORT-J)
                   MOVE WS-TEAM-SWAP TO TEAM-ENTRY(WS-SORT-J + 1)
               END-IF
           END-PERFORM
       END-PERFORM.

       PRINT-HEADER-PARA.
       MOVE SPACES TO DON-LINE
       STRING "DONATION STATEMENT " DELIMITED BY SIZE
           WS-CHAL-PARM DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           FUNCTION TRIM(WS-CHAL-NAME) DELIMITED BY SIZE
           " FROM " DELIMITED BY SIZE
           WS-CHAL-START DELIMITED BY SIZE
           " TO " DELIMITED BY SIZE
           WS-CHAL-END DELIMITED BY SIZE
           INTO DON-LINE
       END-STRING
       WRITE DON-LINE
       MOVE SPACES TO DON-LINE
       IF WS-FINAL-RUN = "Y"
           STRING "FINAL - ISSUED " DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               " AND REMITTED TO ACCOUNTS PAYABLE"
                   DELIMITED BY SIZE
               INTO DON-LINE
           END-STRING
       ELSE
           STRING "DRAFT - PRINTED " DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               " - NOT FOR PAYMENT" DELIMITED BY SIZE
               INTO DON-LINE
           END-STRING
       END-IF
       WRITE DON-LINE
       MOVE SPACES TO DON-LINE
       WRITE DON-LINE.

       PRINT-TEAMS-PARA.
       PERFORM VARYING TEAM-IDX FROM 1 BY 1
               UNTIL TEAM-IDX > WS-TEAM-COUNT
           MOVE SPACES TO DON-LINE
           STRING "TEAM=" DELIMITED BY SIZE
               TN-TEAM-NAME(TEAM-IDX) DELIMITED BY SIZE
               " MEMBERS=" DELIMITED BY SIZE
               TN-MEMBERS(TEAM-IDX) DELIMITED BY SIZE
               " KM=" DELIMITED BY SIZE
               TN-BASE-KM(TEAM-IDX) DELIMITED BY SIZE
               " APPROVED EXCP=" DELIMITED BY SIZE
               TN-APPROVED-KM(TEAM-IDX) DELIMITED BY SIZE
               " HELD=" DELIMITED BY SIZE
               TN-HELD-KM(TEAM-IDX) DELIMITED BY SIZE
               INTO DON-LINE
           END-STRING
           WRITE DON-LINE
       END-PERFORM
       MOVE SPACES TO DON-LINE
       STRING "ALL TEAMS            WALKERS=" DELIMITED BY SIZE
           WS-ROST-COUNT DELIMITED BY SIZE
           " KM=" DELIMITED BY SIZE
           WS-BASE-KM DELIMITED BY SIZE
           " APPROVED EXCP=" DELIMITED BY SIZE
           WS-APPROVED-KM DELIMITED BY SIZE
           " HELD=" DELIMITED BY SIZE
           WS-HELD-KM DELIMITED BY SIZE
           INTO DON-LINE
       END-STRING
       WRITE DON-LINE.

      *> each team earns km times the rate, up to the team cap;
      *> the pledge then pays the sum of the teams up to the
      *> challenge cap - a cap of zero means no cap
       PRINT-PLEDGE-PARA.
       MOVE SPACES TO DON-LINE
       WRITE DON-LINE
       MOVE SPACES TO DON-LINE
       STRING "PLEDGE " DELIMITED BY SIZE
           PL-SEQ(PLDG-IDX) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           PL-CHARITY-NAME(PLDG-IDX) DELIMITED BY SIZE
           " PAYEE=" DELIMITED BY SIZE
           PL-PAYEE-ID(PLDG-IDX) DELIMITED BY SIZE
           " RATE=" DELIMITED BY SIZE
           PL-RATE-PER-KM(PLDG-IDX) DELIMITED BY SIZE
           " YEN/KM" DELIMITED BY SIZE
           INTO DON-LINE
       END-STRING
       WRITE DON-LINE
       MOVE SPACES TO DON-LINE
       STRING "    TEAM CAP=" DELIMITED BY SIZE
           PL-TEAM-CAP(PLDG-IDX) DELIMITED BY SIZE
           " CHALLENGE CAP=" DELIMITED BY SIZE
           PL-CHAL-CAP(PLDG-IDX) DELIMITED BY SIZE
           " APPROVED EXCEPTIONS COUNT=" DELIMITED BY SIZE
           PL-COUNT-APPROVED(PLDG-IDX) DELIMITED BY SIZE
           INTO DON-LINE
       END-STRING
       WRITE DON-LINE
       IF PL-STATUS(PLDG-IDX) = "F"
           ADD PL-FINAL-AMOUNT(PLDG-IDX) TO WS-ISSUED-AMOUNT
           MOVE SPACES TO DON-LINE
           STRING "    ALREADY ISSUED " DELIMITED BY SIZE
               PL-FINAL-DATE(PLDG-IDX) DELIMITED BY SIZE
               " KM=" DELIMITED BY SIZE
               PL-FINAL-KM(PLDG-IDX) DELIMITED BY SIZE
               " AMOUNT=" DELIMITED BY SIZE
               PL-FINAL-AMOUNT(PLDG-IDX) DELIMITED BY SIZE
               " YEN - NOT REMITTED AGAIN" DELIMITED BY SIZE
               INTO DON-LINE
           END-STRING
           WRITE DON-LINE
           EXIT PARAGRAPH
       END-IF
       PERFORM VARYING TEAM-IDX FROM 1 BY 1
               UNTIL TEAM-IDX > WS-TEAM-COUNT
           PERFORM PRINT-PLEDGE-TEAM-PARA
       END-PERFORM
       IF PL-CHAL-CAP(PLDG-IDX) > ZERO
           AND PL-AMOUNT(PLDG-IDX) > PL-CHAL-CAP(PLDG-IDX)
           MOVE PL-CHAL-CAP(PLDG-IDX) TO PL-AMOUNT(PLDG-IDX)
           MOVE "CAPPED" TO WS-CAP-MARK
       ELSE
           MOVE SPACES TO WS-CAP-MARK
       END-IF
       IF PL-REJECTED(PLDG-IDX) = "N"
           AND PL-AMOUNT(PLDG-IDX) > WC-MAX-AMOUNT
           MOVE "Y" TO PL-REJECTED(PLDG-IDX)
       END-IF
       IF PL-REJECTED(PLDG-IDX) = "Y"
           ADD 1 TO WS-REJECT-COUNT
           MOVE 16 TO RETURN-CODE
           MOVE SPACES TO DON-LINE
           STRING "    PLEDGE TOTAL        KM=" DELIMITED BY SIZE
               PL-KM(PLDG-IDX) DELIMITED BY SIZE
               " AMOUNT EXCEEDS " DELIMITED BY SIZE
               WC-MAX-AMOUNT DELIMITED BY SIZE
               " YEN - REJECTED, NOT REMITTED" DELIMITED BY SIZE
               INTO DON-LINE
           END-STRING
           WRITE DON-LINE
           EXIT PARAGRAPH
       END-IF
       ADD PL-AMOUNT(PLDG-IDX) TO WS-RUN-AMOUNT
       MOVE SPACES TO DON-LINE
       STRING "    PLEDGE TOTAL        KM=" DELIMITED BY SIZE
           PL-KM(PLDG-IDX) DELIMITED BY SIZE
           " AMOUNT=" DELIMITED BY SIZE
           PL-AMOUNT(PLDG-IDX) DELIMITED BY SIZE
           " YEN " DELIMITED BY SIZE
           WS-CAP-MARK DELIMITED BY SIZE
           INTO DON-LINE
       END-STRING
       WRITE DON-LINE
       IF WS-FINAL-RUN = "Y"
           PERFORM WRITE-REMIT-PARA
       END-IF.

       PRINT-PLEDGE-TEAM-PARA.
       MOVE TN-BASE-KM(TEAM-IDX) TO WS-TEAM-KM
       IF PL-COUNT-APPROVED(PLDG-IDX) = "Y"
           ADD TN-APPROVED-KM(TEAM-IDX) TO WS-TEAM-KM
       END-IF
       COMPUTE WS-TEAM-AMOUNT =
           WS-TEAM-KM * PL-RATE-PER-KM(PLDG-IDX)
       IF PL-TEAM-CAP(PLDG-IDX) > ZERO
           AND WS-TEAM-AMOUNT > PL-TEAM-CAP(PLDG-IDX)
           MOVE PL-TEAM-CAP(PLDG-IDX) TO WS-TEAM-AMOUNT
           MOVE "CAPPED" TO WS-CAP-MARK
       ELSE
           MOVE SPACES TO WS-CAP-MARK
       END-IF
       ADD WS-TEAM-KM TO PL-KM(PLDG-IDX)
       ADD WS-TEAM-AMOUNT TO PL-AMOUNT(PLDG-IDX)
           ON SIZE ERROR
               MOVE "Y" TO PL-REJECTED(PLDG-IDX)
       END-ADD
       MOVE SPACES TO DON-LINE
       STRING "    TEAM=" DELIMITED BY SIZE
           TN-TEAM-NAME(TEAM-IDX) DELIMITED BY SIZE
           " KM=" DELIMITED BY SIZE
           WS-TEAM-KM DELIMITED BY SIZE
           " AMOUNT=" DELIMITED BY SIZE
           WS-TEAM-AMOUNT DELIMITED BY SIZE
           " YEN " DELIMITED BY SIZE
           WS-CAP-MARK DELIMITED BY SIZE
           INTO DON-LINE
       END-STRING
       WRITE DON-LINE.

      *> nothing is remitted for a pledge that came to zero, but it
      *> is still made final like the others
       WRITE-REMIT-PARA.
       IF PL-AMOUNT(PLDG-IDX) = ZERO
           OR PL-REJECTED(PLDG-IDX) = "Y"
           EXIT PARAGRAPH
       END-IF
       MOVE PL-PAYEE-ID(PLDG-IDX) TO DR-PAYEE-ID
       MOVE PL-CHARITY-NAME(PLDG-IDX) TO DR-CHARITY-NAME
       MOVE PL-AMOUNT(PLDG-IDX) TO DR-AMOUNT
       MOVE WS-CHAL-PARM TO DR-CHAL-CODE
       MOVE PL-SEQ(PLDG-IDX) TO DR-PLEDGE-SEQ
       MOVE PL-KM(PLDG-IDX) TO DR-ELIGIBLE-KM
       MOVE WS-TODAY TO DR-ISSUE-DATE
       WRITE DON-REMIT-RECORD
       IF WS-REMIT-STATUS NOT = "00"
           DISPLAY "DONREMIT WRITE FAILED - STATUS " WS-REMIT-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       ADD 1 TO WS-REMIT-COUNT.

       PRINT-TOTALS-PARA.
       MOVE SPACES TO DON-LINE
       WRITE DON-LINE
       MOVE SPACES TO DON-LINE
       IF WS-FINAL-RUN = "Y"
           STRING "TOTAL REMITTED THIS RUN=" DELIMITED BY SIZE
               WS-RUN-AMOUNT DELIMITED BY SIZE
               " YEN" DELIMITED BY SIZE
               INTO DON-LINE
           END-STRING
       ELSE
           STRING "TOTAL PLEDGED (DRAFT)=" DELIMITED BY SIZE
               WS-RUN-AMOUNT DELIMITED BY SIZE
               " YEN" DELIMITED BY SIZE
               INTO DON-LINE
           END-STRING
       END-IF
       WRITE DON-LINE
       IF WS-ISSUED-AMOUNT > ZERO
           MOVE SPACES TO DON-LINE
           STRING "PREVIOUSLY ISSUED=" DELIMITED BY SIZE
               WS-ISSUED-AMOUNT DELIMITED BY SIZE
               " YEN" DELIMITED BY SIZE
               INTO DON-LINE
           END-STRING
           WRITE DON-LINE
       END-IF.

      *> the remittance file is complete before any pledge is made
      *> final; each pledge then records what it was paid on, and
      *> a later run shows those figures instead of paying again
       FINALIZE-PLEDGES-PARA.
       OPEN I-O CHAL-PLDG-FILE
       IF WS-PLDG-STATUS NOT = "00"
           DISPLAY "CANNOT OPEN CHALPLDG - STATUS " WS-PLDG-STATUS
               " - PLEDGES NOT MARKED FINAL"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       OPEN EXTEND MAINT-AUD-FILE
       IF WS-AUD-STATUS = "35"
           OPEN OUTPUT MAINT-AUD-FILE
       END-IF
       IF WS-AUD-STATUS NOT = "00"
           DISPLAY "CANNOT OPEN MAINTAUD - STATUS " WS-AUD-STATUS
       END-IF
       PERFORM VARYING PLDG-IDX FROM 1 BY 1
               UNTIL PLDG-IDX > WS-PLEDGE-COUNT
           IF PL-STATUS(PLDG-IDX) NOT = "F"
               AND PL-REJECTED(PLDG-IDX) = "N"
               PERFORM FINALIZE-ONE-PARA
           END-IF
       END-PERFORM
       IF WS-AUD-STATUS = "00"
           CLOSE MAINT-AUD-FILE
       END-IF
       CLOSE CHAL-PLDG-FILE.

       FINALIZE-ONE-PARA.
       MOVE WS-CHAL-PARM TO CP-CHAL-CODE
       MOVE PL-SEQ(PLDG-IDX) TO CP-PLEDGE-SEQ
       READ CHAL-PLDG-FILE
       IF WS-PLDG-STATUS NOT = "00"
           DISPLAY "PLEDGE " WS-CHAL-PARM " " PL-SEQ(PLDG-IDX)
               " NOT FOUND - NOT MARKED FINAL"
           MOVE 16 TO RETURN-CODE
           EXIT PARAGRAPH
       END-IF
       MOVE CHAL-PLDG-RECORD TO AU-BEFORE-IMAGE
       MOVE "F" TO CP-STATUS
       MOVE WS-TODAY TO CP-FINAL-DATE
       MOVE PL-KM(PLDG-IDX) TO CP-FINAL-KM
       MOVE PL-AMOUNT(PLDG-IDX) TO CP-FINAL-AMOUNT
       REWRITE CHAL-PLDG-RECORD
       IF WS-PLDG-STATUS NOT = "00"
           DISPLAY "PLEDGE " WS-CHAL-PARM " " PL-SEQ(PLDG-IDX)
               " REWRITE FAILED - STATUS " WS-PLDG-STATUS
           MOVE 16 TO RETURN-CODE
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO WS-FINAL-COUNT
       MOVE "C" TO AU-ACTION
       MOVE "CHALPLDG" TO AU-FILE-NAME
       MOVE CP-PLEDGE-KEY TO AU-RECORD-KEY
       MOVE CHAL-PLDG-RECORD TO AU-AFTER-IMAGE
       PERFORM WRITE-AUDIT-PARA.

       WRITE-AUDIT-PARA.
       IF WS-AUD-STATUS NOT = "00"
           EXIT PARAGRAPH
       END-IF
       MOVE FUNCTION CURRENT-DATE(1:16) TO AU-TIMESTAMP
       MOVE WC-BATCH-OPERATOR TO AU-OPERATOR-ID
       MOVE "CHALDON " TO AU-PROGRAM
       WRITE MAINT-AUD-LINE FROM MAINT-AUD-RECORD
       IF WS-AUD-STATUS NOT = "00"
           DISPLAY "MAINTAUD WRITE FAILED - STATUS " WS-AUD-STATUS
       END-IF.
