       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETPURGE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT WALK-GOAL-FILE ASSIGN TO "WALKGOAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GL-GOAL-KEY
               FILE STATUS IS WS-GOAL-STATUS.
           SELECT CHAL-ROST-FILE ASSIGN TO "CHALROST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-ROST-KEY
               FILE STATUS IS WS-ROST-STATUS.
           SELECT EXCP-DISP-FILE ASSIGN TO "EXCPDISP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XD-DISP-KEY
               FILE STATUS IS WS-DISP-STATUS.
           SELECT WALK-SUSP-FILE ASSIGN TO "WALKSUSP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSP-STATUS.
           SELECT WALK-SENT-FILE ASSIGN TO "WALKSENT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SN-SENT-KEY
               ALTERNATE RECORD KEY IS SN-RUN-DATE
                   WITH DUPLICATES
               FILE STATUS IS WS-SENT-STATUS.
           SELECT WALK-ADJ-FILE ASSIGN TO "WALKADJ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AJ-ADJ-KEY
               ALTERNATE RECORD KEY IS AJ-SENT-DATE
                   WITH DUPLICATES
               FILE STATUS IS WS-ADJ-STATUS.
           SELECT MAINT-AUD-FILE ASSIGN TO "MAINTAUD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
           SELECT RETPURGT-FILE ASSIGN TO "RETPURGT"
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  EMP-MAST-FILE.
       COPY EMPMAST.
       FD  EMP-HIST-FILE.
       COPY EMPHIST.
       FD  WALK-LOG-FILE.
       COPY WALKREC.
       FD  WALK-HIST-FILE.
       01  WALK-HIST-RECORD PIC X(68).
       FD  WALK-POS-FILE.
       COPY WALKPOS.
       FD  WALK-GOAL-FILE.
       COPY WALKGOAL.
       FD  CHAL-ROST-FILE.
       COPY CHALROST.
       FD  EXCP-DISP-FILE.
       COPY EXCPDISP.
       FD  WALK-SUSP-FILE.
       COPY WALKSUSP.
       FD  WALK-SENT-FILE.
       COPY WALKSENT.
       FD  WALK-ADJ-FILE.
       COPY WALKADJ.
       FD  MAINT-AUD-FILE.
       COPY MAINTAUD.
       FD  RETPURGT-FILE.
       01  PURG-LINE PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-EMP-STATUS PIC XX.
       01 WS-EHIST-STATUS PIC XX.
       01 WS-LOG-STATUS PIC XX.
       01 WS-HIST-STATUS PIC XX.
       01 WS-POS-STATUS PIC XX.
       01 WS-GOAL-STATUS PIC XX.
       01 WS-ROST-STATUS PIC XX.
       01 WS-DISP-STATUS PIC XX.
       01 WS-SUSP-STATUS PIC XX.
       01 WS-SENT-STATUS PIC XX.
       01 WS-ADJ-STATUS PIC XX.
       01 WS-AUD-STATUS PIC XX.
       01 WS-OPEN-STATUS PIC XX.
       01 WS-CMD-LINE PIC X(30).
       01 WS-BUS-DATE-INPUT PIC X(8).
       01 WS-MONTHS-INPUT PIC X(3).
       01 WS-MODE-INPUT PIC X(5).
       01 WS-BUS-DATE PIC 9(8).
       01 WS-BUS-DATE-R REDEFINES WS-BUS-DATE.
           05 WS-BUS-YYYY PIC 9(4).
           05 WS-BUS-MM PIC 9(2).
           05 WS-BUS-DD PIC 9(2).
       01 WS-RETAIN-MONTHS PIC 9(3).
      *> the privacy policy's retention period after termination
      *> when the run does not give one
       01 WC-DEFAULT-MONTHS PIC 9(3) VALUE 24.
       01 WS-CUTOFF-DATE PIC 9(8).
       01 WS-CUTOFF-R REDEFINES WS-CUTOFF-DATE.
           05 WS-CUT-YYYY PIC 9(4).
           05 WS-CUT-MM PIC 9(2).
           05 WS-CUT-DD PIC 9(2).
       01 WS-MONTH-NO PIC 9(6).
       01 WS-MONTH-REM PIC 9(2).
       01 WS-TRIAL PIC X VALUE "N".
       01 WS-EOF PIC X VALUE "N".
       01 WS-REKEY-DONE PIC X.
      *> pseudonymous IDs are "*" and a five-digit serial; "*"
      *> sorts ahead of every real employee ID, so a re-keyed
      *> record can never be read again by a scan of real IDs
       01 WS-ANON-ID.
           05 WS-ANON-MARK PIC X VALUE "*".
           05 WS-ANON-SERIAL PIC 9(5).
       01 WS-ANON-HIGH PIC 9(5) VALUE ZERO.
       01 WS-ANON-CHECK PIC X(5).
       01 WC-PURGED-NAME PIC X(30) VALUE "*PURGED*".
       01 WS-LEAVER-COUNT PIC 9(5) VALUE ZERO.
       01 WS-REVIEW-COUNT PIC 9(5) VALUE ZERO.
       01 WS-LEAVER-FOUND PIC X.
       01 WS-LEAVER-SUB PIC 9(5).
       01 LEAVER-TABLE.
           05 LEAVER-ENTRY OCCURS 2000 TIMES
                   INDEXED BY PG-IDX PG-FIND-IDX.
               10 PG-REAL-ID PIC X(6).
               10 PG-ANON-ID PIC X(6).
       01 WS-ROST-COUNT PIC 9(5) VALUE ZERO.
       01 ROST-MOVE-TABLE.
           05 ROST-MOVE-ENTRY OCCURS 5000 TIMES INDEXED BY RM-IDX.
               10 RM-CHAL-CODE PIC X(6).
               10 RM-LEAVER-SUB PIC 9(5).
       01 WS-OLD-EMP-ID PIC X(6).
       01 WS-OLD-LOG-KEY PIC X(30).
       01 WS-OLD-POS-KEY PIC X(14).
       01 WS-OLD-GOAL-KEY PIC X(12).
       01 WS-OLD-ROST-KEY PIC X(12).
       01 WS-OLD-DISP-KEY PIC X(14).
       01 WS-OLD-ASGN-KEY PIC X(14).
       01 WS-OLD-SENT-KEY PIC X(14).
       01 WS-OLD-ADJ-KEY PIC X(22).
       01 WS-REKEY-KM PIC 9(6).
      *> where the walker's ID sits in a MAINTAUD record's key and
      *> in its before/after images; zero for files not keyed by
      *> walker
       01 WS-AUD-KEY-POS PIC 9(2).
       01 WS-AUD-IMG-POS PIC 9(2).
      *> per-file control totals, reset for each file; BEFORE and
      *> AFTER come from full scans either side of the update, LEFT
      *> counts records still carrying a selected walker's real ID
       01 WS-F-NAME PIC X(8).
       01 WS-F-ACTION PIC X(11).
       01 WS-F-PRESENT PIC X.
       01 WS-F-BEFORE-RECS PIC 9(9).
       01 WS-F-BEFORE-KM PIC 9(9).
       01 WS-F-ANON-RECS PIC 9(9).
       01 WS-F-ANON-KM PIC 9(9).
       01 WS-F-AFTER-RECS PIC 9(9).
       01 WS-F-AFTER-KM PIC 9(9).
       01 WS-F-LEFT PIC 9(9).
       01 WS-F-ERRORS PIC 9(9).
       01 WS-SCAN-EMP-ID PIC X(6).
       01 WS-SCAN-DIST PIC 9(6).
       01 WS-SCAN-RECS PIC 9(9).
       01 WS-SCAN-KM PIC 9(9).
       01 WS-SCAN-LEFT PIC 9(9).
       01 WS-FILES-BALANCED PIC 9(2) VALUE ZERO.
       01 WS-FILES-OOB PIC 9(2) VALUE ZERO.
       01 WS-TOTAL-ANON PIC 9(9) VALUE ZERO.
       COPY WALKTXN.
       PROCEDURE DIVISION.
       MAIN-PARA.
       ACCEPT WS-CMD-LINE FROM COMMAND-LINE
       MOVE SPACES TO WS-BUS-DATE-INPUT
       MOVE SPACES TO WS-MONTHS-INPUT
       MOVE SPACES TO WS-MODE-INPUT
       UNSTRING WS-CMD-LINE DELIMITED BY SPACE
           INTO WS-BUS-DATE-INPUT WS-MONTHS-INPUT WS-MODE-INPUT
       END-UNSTRING
       IF WS-BUS-DATE-INPUT IS NOT NUMERIC
           OR WS-BUS-DATE-INPUT = ZERO
           DISPLAY "USAGE: RETPURGE RUNDATE (YYYYMMDD) [MONTHS] "
               "[TRIAL] - WALKERS TERMINATED MORE THAN MONTHS "
               "BEFORE RUNDATE ARE ANONYMIZED"
           STOP RUN
       END-IF
       MOVE WS-BUS-DATE-INPUT TO WS-BUS-DATE
       IF WS-MONTHS-INPUT = "TRIAL"
           MOVE "TRIAL" TO WS-MODE-INPUT
           MOVE SPACES TO WS-MONTHS-INPUT
       END-IF
       IF WS-MONTHS-INPUT = SPACES
           OR FUNCTION TRIM(WS-MONTHS-INPUT) IS NOT NUMERIC
           MOVE WC-DEFAULT-MONTHS TO WS-RETAIN-MONTHS
       ELSE
           MOVE FUNCTION NUMVAL(WS-MONTHS-INPUT) TO WS-RETAIN-MONTHS
       END-IF
       IF WS-RETAIN-MONTHS = ZERO
           MOVE WC-DEFAULT-MONTHS TO WS-RETAIN-MONTHS
       END-IF
       IF WS-MODE-INPUT = "TRIAL"
           MOVE "Y" TO WS-TRIAL
       END-IF
       PERFORM SET-CUTOFF-PARA
       OPEN OUTPUT RETPURGT-FILE
       PERFORM PRINT-HEADER-PARA
       PERFORM SELECT-LEAVERS-PARA
       IF WS-LEAVER-COUNT = ZERO
           MOVE "NO WALKERS PAST THE RETENTION PERIOD - NOTHING TO DO"
               TO PURG-LINE
           WRITE PURG-LINE
           CLOSE RETPURGT-FILE
           DISPLAY "RETPURGE: NO WALKERS PAST THE RETENTION PERIOD"
           STOP RUN
       END-IF
       PERFORM PURGE-EMP-HIST-PARA
       PERFORM PURGE-WALK-LOG-PARA
       PERFORM PURGE-WALK-HIST-PARA
       PERFORM PURGE-WALK-POS-PARA
       PERFORM PURGE-WALK-GOAL-PARA
       PERFORM PURGE-CHAL-ROST-PARA
       PERFORM PURGE-EXCP-DISP-PARA
       PERFORM PURGE-WALK-SUSP-PARA
       PERFORM PURGE-WALK-SENT-PARA
       PERFORM PURGE-WALK-ADJ-PARA
       PERFORM PURGE-MAINT-AUD-PARA
       PERFORM PURGE-EMP-MAST-PARA
       PERFORM PRINT-SUMMARY-PARA
       CLOSE RETPURGT-FILE
       DISPLAY "RETPURGE WALKERS=" WS-LEAVER-COUNT
           " RECORDS ANONYMIZED=" WS-TOTAL-ANON
           " FILES OUT OF BALANCE=" WS-FILES-OOB
       IF WS-FILES-OOB > ZERO
           MOVE 8 TO RETURN-CODE
       END-IF
       STOP RUN.

      *> the cutoff is the run date moved back the retention period
      *> in whole months; a walker whose termination date is before
      *> it is past retention
       SET-CUTOFF-PARA.
       COMPUTE WS-MONTH-NO = WS-BUS-YYYY * 12 + WS-BUS-MM - 1
           - WS-RETAIN-MONTHS
       DIVIDE WS-MONTH-NO BY 12 GIVING WS-CUT-YYYY
           REMAINDER WS-MONTH-REM
       COMPUTE WS-CUT-MM = WS-MONTH-REM + 1
       MOVE WS-BUS-DD TO WS-CUT-DD.

      *> EMPMAST is re-keyed last, so a run that stops part way can
      *> simply be rerun: the same walkers are selected in the same
      *> key order and are given the same pseudonymous IDs again
       SELECT-LEAVERS-PARA.
       OPEN INPUT EMP-MAST-FILE
       IF WS-EMP-STATUS NOT = "00"
           DISPLAY "CANNOT OPEN EMPMAST - STATUS " WS-EMP-STATUS
           MOVE "CANNOT OPEN EMPMAST - RUN ABORTED" TO PURG-LINE
           WRITE PURG-LINE
           CLOSE RETPURGT-FILE
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       MOVE SPACES TO PURG-LINE
       WRITE PURG-LINE
       MOVE "TERMINATED WITH NO TERMINATION DATE - NOT PURGED, REVIEW"
           TO PURG-LINE
       WRITE PURG-LINE
       MOVE "N" TO WS-EOF
       PERFORM UNTIL WS-EOF = "Y"
           READ EMP-MAST-FILE NEXT
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   PERFORM CHECK-LEAVER-PARA
           END-READ
       END-PERFORM
       CLOSE EMP-MAST-FILE
       IF WS-REVIEW-COUNT = ZERO
           MOVE "  NONE" TO PURG-LINE
           WRITE PURG-LINE
       END-IF
       PERFORM VARYING PG-IDX FROM 1 BY 1
               UNTIL PG-IDX > WS-LEAVER-COUNT
           ADD 1 TO WS-ANON-HIGH
           MOVE WS-ANON-HIGH TO WS-ANON-SERIAL
           MOVE WS-ANON-ID TO PG-ANON-ID(PG-IDX)
       END-PERFORM
       MOVE SPACES TO PURG-LINE
       WRITE PURG-LINE
       MOVE SPACES TO PURG-LINE
       STRING "WALKERS PAST RETENTION=" DELIMITED BY SIZE
           WS-LEAVER-COUNT DELIMITED BY SIZE
           "  HELD FOR REVIEW=" DELIMITED BY SIZE
           WS-REVIEW-COUNT DELIMITED BY SIZE
           INTO PURG-LINE
       END-STRING
       WRITE PURG-LINE.

       CHECK-LEAVER-PARA.
       IF EM-EMPLOYEE-ID(1:1) = "*"
           MOVE EM-EMPLOYEE-ID(2:5) TO WS-ANON-CHECK
           IF WS-ANON-CHECK IS NUMERIC
               AND WS-ANON-CHECK > WS-ANON-HIGH
               MOVE WS-ANON-CHECK TO WS-ANON-HIGH
           END-IF
           EXIT PARAGRAPH
       END-IF
       IF EM-STATUS NOT = "T"
           EXIT PARAGRAPH
       END-IF
       IF EM-TERM-DATE = ZERO
           ADD 1 TO WS-REVIEW-COUNT
           MOVE SPACES TO PURG-LINE
           STRING "  " DELIMITED BY SIZE
               EM-EMPLOYEE-ID DELIMITED BY SIZE
               INTO PURG-LINE
           END-STRING
           WRITE PURG-LINE
           EXIT PARAGRAPH
       END-IF
       IF EM-TERM-DATE NOT < WS-CUTOFF-DATE
           EXIT PARAGRAPH
       END-IF
       IF WS-LEAVER-COUNT < 2000
           ADD 1 TO WS-LEAVER-COUNT
           MOVE EM-EMPLOYEE-ID TO PG-REAL-ID(WS-LEAVER-COUNT)
           MOVE SPACES TO PG-ANON-ID(WS-LEAVER-COUNT)
       ELSE
           DISPLAY "LEAVER-TABLE FULL (2000) - RUN ABORTED"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.

      *> WS-LEAVER-FOUND/SUB say whether WS-SCAN-EMP-ID is one of
      *> the walkers selected for this run
       FIND-LEAVER-PARA.
       MOVE "N" TO WS-LEAVER-FOUND
       MOVE ZERO TO WS-LEAVER-SUB
       PERFORM VARYING PG-FIND-IDX FROM 1 BY 1
               UNTIL PG-FIND-IDX > WS-LEAVER-COUNT
           IF PG-REAL-ID(PG-FIND-IDX) = WS-SCAN-EMP-ID
               MOVE "Y" TO WS-LEAVER-FOUND
               SET WS-LEAVER-SUB TO PG-FIND-IDX
               EXIT PERFORM
           END-IF
       END-PERFORM.

       RESET-SCAN-PARA.
       MOVE ZERO TO WS-SCAN-RECS
       MOVE ZERO TO WS-SCAN-KM
       MOVE ZERO TO WS-SCAN-LEFT.

       TALLY-SCAN-PARA.
       ADD 1 TO WS-SCAN-RECS
       ADD WS-SCAN-DIST TO WS-SCAN-KM
       PERFORM FIND-LEAVER-PARA
       IF WS-LEAVER-FOUND = "Y"
           ADD 1 TO WS-SCAN-LEFT
       END-IF.

       START-FILE-PARA.
       MOVE "Y" TO WS-F-PRESENT
       MOVE ZERO TO WS-F-BEFORE-RECS
       MOVE ZERO TO WS-F-BEFORE-KM
       MOVE ZERO TO WS-F-ANON-RECS
       MOVE ZERO TO WS-F-ANON-KM
       MOVE ZERO TO WS-F-AFTER-RECS
       MOVE ZERO TO WS-F-AFTER-KM
       MOVE ZERO TO WS-F-LEFT
       MOVE ZERO TO WS-F-ERRORS
       MOVE "ANONYMIZED=" TO WS-F-ACTION.

      *> a file that was never created holds nothing to purge; any
      *> other open failure stops the run before EMPMAST is touched
       CHECK-OPEN-PARA.
       IF WS-OPEN-STATUS = "35"
           MOVE "N" TO WS-F-PRESENT
       ELSE
           IF WS-OPEN-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN " WS-F-NAME " - STATUS "
                   WS-OPEN-STATUS
               MOVE SPACES TO PURG-LINE
               STRING "CANNOT OPEN " DELIMITED BY SIZE
                   WS-F-NAME DELIMITED BY SIZE
                   " - RUN ABORTED, RERUN WHEN FIXED"
                   DELIMITED BY SIZE
                   INTO PURG-LINE
               END-STRING
               WRITE PURG-LINE
               CLOSE RETPURGT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
       END-IF.

       SAVE-BEFORE-PARA.
       MOVE WS-SCAN-RECS TO WS-F-BEFORE-RECS
       MOVE WS-SCAN-KM TO WS-F-BEFORE-KM.

       SAVE-AFTER-PARA.
       MOVE WS-SCAN-RECS TO WS-F-AFTER-RECS
       MOVE WS-SCAN-KM TO WS-F-AFTER-KM
       MOVE WS-SCAN-LEFT TO WS-F-LEFT
       IF WS-TRIAL = "Y"
           MOVE ZERO TO WS-F-LEFT
       END-IF.

       REKEY-FAILED-PARA.
       ADD 1 TO WS-F-ERRORS
       MOVE "Y" TO WS-REKEY-DONE
       DISPLAY WS-F-NAME " RE-KEY FAILED FOR " WS-OLD-EMP-ID
           " - STATUS " WS-OPEN-STATUS.

      *> ---------------------------------------------------------
      *> EMPHIST - assignment history moves to the pseudonymous ID
      *> so past days still credit the same site and department
      *> ---------------------------------------------------------
       PURGE-EMP-HIST-PARA.
       MOVE "EMPHIST " TO WS-F-NAME
       PERFORM START-FILE-PARA
       OPEN I-O EMP-HIST-FILE
       MOVE WS-EHIST-STATUS TO WS-OPEN-STATUS
       PERFORM CHECK-OPEN-PARA
       IF WS-F-PRESENT = "Y"
           PERFORM SCAN-EMP-HIST-PARA
           PERFORM SAVE-BEFORE-PARA
           PERFORM VARYING PG-IDX FROM 1 BY 1
                   UNTIL PG-IDX > WS-LEAVER-COUNT
               PERFORM REKEY-EMP-HIST-PARA
           END-PERFORM
           PERFORM SCAN-EMP-HIST-PARA
           PERFORM SAVE-AFTER-PARA
           CLOSE EMP-HIST-FILE
       END-IF
       PERFORM PRINT-FILE-TOTALS-PARA.

       SCAN-EMP-HIST-PARA.
       PERFORM RESET-SCAN-PARA
       MOVE LOW-VALUES TO EH-ASGN-KEY
       START EMP-HIST-FILE KEY IS NOT LESS THAN EH-ASGN-KEY
       END-START
       MOVE "N" TO WS-EOF
       IF WS-EHIST-STATUS NOT = "00"
           MOVE "Y" TO WS-EOF
       END-IF
       PERFORM UNTIL WS-EOF = "Y"
           READ EMP-HIST-FILE NEXT
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   MOVE EH-EMPLOYEE-ID TO WS-SCAN-EMP-ID
                   MOVE ZERO TO WS-SCAN-DIST
                   PERFORM TALLY-SCAN-PARA
           END-READ
       END-PERFORM.

       REKEY-EMP-HIST-PARA.
       PERFORM START-EMP-HIST-PARA
       PERFORM UNTIL WS-REKEY-DONE = "Y"
           READ EMP-HIST-FILE NEXT
               AT END
                   MOVE "Y" TO WS-REKEY-DONE
               NOT AT END
                   IF EH-EMPLOYEE-ID NOT = PG-REAL-ID(PG-IDX)
                       MOVE "Y" TO WS-REKEY-DONE
                   ELSE
                       PERFORM MOVE-EMP-HIST-PARA
                   END-IF
           END-READ
       END-PERFORM.

       START-EMP-HIST-PARA.
       MOVE "N" TO WS-REKEY-DONE
       MOVE LOW-VALUES TO EH-ASGN-KEY
       MOVE PG-REAL-ID(PG-IDX) TO EH-EMPLOYEE-ID
       START EMP-HIST-FILE KEY IS NOT LESS THAN EH-ASGN-KEY
       END-START
       IF WS-EHIST-STATUS NOT = "00"
           MOVE "Y" TO WS-REKEY-DONE
       END-IF.

      *> the new key is written before the old one is deleted; a
      *> duplicate means an earlier interrupted run already wrote
      *> it, so only the delete is still owed
       MOVE-EMP-HIST-PARA.
       IF WS-TRIAL = "Y"
           ADD 1 TO WS-F-ANON-RECS
           EXIT PARAGRAPH
       END-IF
       MOVE EH-EMPLOYEE-ID TO WS-OLD-EMP-ID
       MOVE EH-ASGN-KEY TO WS-OLD-ASGN-KEY
       MOVE PG-ANON-ID(PG-IDX) TO EH-EMPLOYEE-ID
       WRITE EMP-HIST-RECORD
       IF WS-EHIST-STATUS NOT = "00" AND WS-EHIST-STATUS NOT = "22"
           MOVE WS-EHIST-STATUS TO WS-OPEN-STATUS
           PERFORM REKEY-FAILED-PARA
           EXIT PARAGRAPH
       END-IF
       MOVE WS-OLD-ASGN-KEY TO EH-ASGN-KEY
       DELETE EMP-HIST-FILE
       IF WS-EHIST-STATUS NOT = "00"
           MOVE WS-EHIST-STATUS TO WS-OPEN-STATUS
           PERFORM REKEY-FAILED-PARA
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO WS-F-ANON-RECS
       PERFORM START-EMP-HIST-PARA.

      *> ---------------------------------------------------------
      *> WALKLOG - entries move to the pseudonymous ID and lose the
      *> free-text reason the walker or lead keyed
      *> ---------------------------------------------------------
       PURGE-WALK-LOG-PARA.
       MOVE "WALKLOG " TO WS-F-NAME
       PERFORM START-FILE-PARA
       OPEN I-O WALK-LOG-FILE
       MOVE WS-LOG-STATUS TO WS-OPEN-STATUS
       PERFORM CHECK-OPEN-PARA
       IF WS-F-PRESENT = "Y"
           PERFORM SCAN-WALK-LOG-PARA
           PERFORM SAVE-BEFORE-PARA
           PERFORM VARYING PG-IDX FROM 1 BY 1
                   UNTIL PG-IDX > WS-LEAVER-COUNT
               PERFORM REKEY-WALK-LOG-PARA
           END-PERFORM
           PERFORM SCAN-WALK-LOG-PARA
           PERFORM SAVE-AFTER-PARA
           CLOSE WALK-LOG-FILE
       END-IF
       PERFORM PRINT-FILE-TOTALS-PARA.

       SCAN-WALK-LOG-PARA.
       PERFORM RESET-SCAN-PARA
       MOVE LOW-VALUES TO WL-LOG-KEY
       START WALK-LOG-FILE KEY IS NOT LESS THAN WL-LOG-KEY
       END-START
       MOVE "N" TO WS-EOF
       IF WS-LOG-STATUS NOT = "00"
           MOVE "Y" TO WS-EOF
       END-IF
       PERFORM UNTIL WS-EOF = "Y"
           READ WALK-LOG-FILE NEXT
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   MOVE WL-EMPLOYEE-ID TO WS-SCAN-EMP-ID
                   MOVE WL-DISTANCE TO WS-SCAN-DIST
                   PERFORM TALLY-SCAN-PARA
           END-READ
       END-PERFORM.

       REKEY-WALK-LOG-PARA.
       PERFORM START-WALK-LOG-PARA
       PERFORM UNTIL WS-REKEY-DONE = "Y"
           READ WALK-LOG-FILE NEXT
               AT END
                   MOVE "Y" TO WS-REKEY-DONE
               NOT AT END
                   IF WL-EMPLOYEE-ID NOT = PG-REAL-ID(PG-IDX)
                       MOVE "Y" TO WS-REKEY-DONE
                   ELSE
                       PERFORM MOVE-WALK-LOG-PARA
                   END-IF
           END-READ
       END-PERFORM.

       START-WALK-LOG-PARA.
       MOVE "N" TO WS-REKEY-DONE
       MOVE LOW-VALUES TO WL-LOG-KEY
       MOVE PG-REAL-ID(PG-IDX) TO WL-EMPLOYEE-ID
       START WALK-LOG-FILE KEY IS NOT LESS THAN WL-LOG-KEY
       END-START
       IF WS-LOG-STATUS NOT = "00"
           MOVE "Y" TO WS-REKEY-DONE
       END-IF.

       MOVE-WALK-LOG-PARA.
       MOVE WL-DISTANCE TO WS-REKEY-KM
       IF WS-TRIAL = "Y"
           ADD 1 TO WS-F-ANON-RECS
           ADD WS-REKEY-KM TO WS-F-ANON-KM
           EXIT PARAGRAPH
       END-IF
       MOVE WL-EMPLOYEE-ID TO WS-OLD-EMP-ID
       MOVE WL-LOG-KEY TO WS-OLD-LOG-KEY
       MOVE PG-ANON-ID(PG-IDX) TO WL-EMPLOYEE-ID
       MOVE SPACES TO WL-REASON
       WRITE WALK-LOG-RECORD
       IF WS-LOG-STATUS NOT = "00" AND WS-LOG-STATUS NOT = "22"
           MOVE WS-LOG-STATUS TO WS-OPEN-STATUS
           PERFORM REKEY-FAILED-PARA
           EXIT PARAGRAPH
       END-IF
       MOVE WS-OLD-LOG-KEY TO WL-LOG-KEY
       DELETE WALK-LOG-FILE
       IF WS-LOG-STATUS NOT = "00"
           MOVE WS-LOG-STATUS TO WS-OPEN-STATUS
           PERFORM REKEY-FAILED-PARA
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO WS-F-ANON-RECS
       ADD WS-REKEY-KM TO WS-F-ANON-KM
       PERFORM START-WALK-LOG-PARA.

      *> ---------------------------------------------------------
      *> WALKHIST - the archive is sequential, so archived entries
      *> are rewritten in place with the same changes as WALKLOG
      *> ---------------------------------------------------------
       PURGE-WALK-HIST-PARA.
       MOVE "WALKHIST" TO WS-F-NAME
       PERFORM START-FILE-PARA
       OPEN I-O WALK-HIST-FILE
       MOVE WS-HIST-STATUS TO WS-OPEN-STATUS
       PERFORM CHECK-OPEN-PARA
       IF WS-F-PRESENT = "Y"
           PERFORM RESET-SCAN-PARA
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ WALK-HIST-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM MOVE-WALK-HIST-PARA
               END-READ
           END-PERFORM
           CLOSE WALK-HIST-FILE
           PERFORM SAVE-BEFORE-PARA
           PERFORM SCAN-WALK-HIST-PARA
           PERFORM SAVE-AFTER-PARA
       END-IF
       PERFORM PRINT-FILE-TOTALS-PARA.

       MOVE-WALK-HIST-PARA.
       MOVE WALK-HIST-RECORD TO WALK-LOG-RECORD
       MOVE WL-EMPLOYEE-ID TO WS-SCAN-EMP-ID
       MOVE WL-DISTANCE TO WS-SCAN-DIST
       PERFORM TALLY-SCAN-PARA
       IF WS-LEAVER-FOUND NOT = "Y"
           EXIT PARAGRAPH
       END-IF
       IF WS-TRIAL = "N"
           MOVE PG-ANON-ID(WS-LEAVER-SUB) TO WL-EMPLOYEE-ID
           MOVE SPACES TO WL-REASON
           MOVE WALK-LOG-RECORD TO WALK-HIST-RECORD
           REWRITE WALK-HIST-RECORD
           IF WS-HIST-STATUS NOT = "00"
               MOVE WS-SCAN-EMP-ID TO WS-OLD-EMP-ID
               MOVE WS-HIST-STATUS TO WS-OPEN-STATUS
               PERFORM REKEY-FAILED-PARA
               EXIT PARAGRAPH
           END-IF
       END-IF
       ADD 1 TO WS-F-ANON-RECS
       ADD WS-SCAN-DIST TO WS-F-ANON-KM.

       SCAN-WALK-HIST-PARA.
       PERFORM RESET-SCAN-PARA
       OPEN INPUT WALK-HIST-FILE
       MOVE "N" TO WS-EOF
       IF WS-HIST-STATUS NOT = "00"
           MOVE "Y" TO WS-EOF
       END-IF
       PERFORM UNTIL WS-EOF = "Y"
           READ WALK-HIST-FILE
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   MOVE WALK-HIST-RECORD TO WALK-LOG-RECORD
                   MOVE WL-EMPLOYEE-ID TO WS-SCAN-EMP-ID
                   MOVE WL-DISTANCE TO WS-SCAN-DIST
                   PERFORM TALLY-SCAN-PARA
           END-READ
       END-PERFORM
       IF WS-HIST-STATUS = "00" OR WS-HIST-STATUS = "10"
           CLOSE WALK-HIST-FILE
       END-IF.

      *> ---------------------------------------------------------
      *> WALKPOS - daily positions follow WALKLOG to the new ID, so
      *> the reports' day totals are unchanged before POSBLD next
      *> rebuilds them
      *> ---------------------------------------------------------
       PURGE-WALK-POS-PARA.
       MOVE "WALKPOS " TO WS-F-NAME
       PERFORM START-FILE-PARA
       OPEN I-O WALK-POS-FILE
       MOVE WS-POS-STATUS TO WS-OPEN-STATUS
       PERFORM CHECK-OPEN-PARA
       IF WS-F-PRESENT = "Y"
           PERFORM SCAN-WALK-POS-PARA
           PERFORM SAVE-BEFORE-PARA
           PERFORM VARYING PG-IDX FROM 1 BY 1
                   UNTIL PG-IDX > WS-LEAVER-COUNT
               PERFORM REKEY-WALK-POS-PARA
           END-PERFORM
           PERFORM SCAN-WALK-POS-PARA
           PERFORM SAVE-AFTER-PARA
           CLOSE WALK-POS-FILE
       END-IF
       PERFORM PRINT-FILE-TOTALS-PARA.

       SCAN-WALK-POS-PARA.
       PERFORM RESET-SCAN-PARA
       MOVE LOW-VALUES TO DP-POS-KEY
       START WALK-POS-FILE KEY IS NOT LESS THAN DP-POS-KEY
       END-START
       MOVE "N" TO WS-EOF
       IF WS-POS-STATUS NOT = "00"
           MOVE "Y" TO WS-EOF
       END-IF
       PERFORM UNTIL WS-EOF = "Y"
           READ WALK-POS-FILE NEXT
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   MOVE DP-EMPLOYEE-ID TO WS-SCAN-EMP-ID
                   MOVE DP-DISTANCE TO WS-SCAN-DIST
                   PERFORM TALLY-SCAN-PARA
           END-READ
       END-PERFORM.

       REKEY-WALK-POS-PARA.
       PERFORM START-WALK-POS-PARA
       PERFORM UNTIL WS-REKEY-DONE = "Y"
           READ WALK-POS-FILE NEXT
               AT END
                   MOVE "Y" TO WS-REKEY-DONE
               NOT AT END
                   IF DP-EMPLOYEE-ID NOT = PG-REAL-ID(PG-IDX)
                       MOVE "Y" TO WS-REKEY-DONE
                   ELSE
                       PERFORM MOVE-WALK-POS-PARA
                   END-IF
           END-READ
       END-PERFORM.

       START-WALK-POS-PARA.
       MOVE "N" TO WS-REKEY-DONE
       MOVE LOW-VALUES TO DP-POS-KEY
       MOVE PG-REAL-ID(PG-IDX) TO DP-EMPLOYEE-ID
       START WALK-POS-FILE KEY IS NOT LESS THAN DP-POS-KEY
       END-START
       IF WS-POS-STATUS NOT = "00"
           MOVE "Y" TO WS-REKEY-DONE
       END-IF.

       MOVE-WALK-POS-PARA.
       MOVE DP-DISTANCE TO WS-REKEY-KM
       IF WS-TRIAL = "Y"
           ADD 1 TO WS-F-ANON-RECS
           ADD WS-REKEY-KM TO WS-F-ANON-KM
           EXIT PARAGRAPH
       END-IF
       MOVE DP-EMPLOYEE-ID TO WS-OLD-EMP-ID
       MOVE DP-POS-KEY TO WS-OLD-POS-KEY
       MOVE PG-ANON-ID(PG-IDX) TO DP-EMPLOYEE-ID
       WRITE WALK-POS-RECORD
       IF WS-POS-STATUS NOT = "00" AND WS-POS-STATUS NOT = "22"
           MOVE WS-POS-STATUS TO WS-OPEN-STATUS
           PERFORM REKEY-FAILED-PARA
           EXIT PARAGRAPH
       END-IF
       MOVE WS-OLD-POS-KEY TO DP-POS-KEY
       DELETE WALK-POS-FILE
       IF WS-POS-STATUS NOT = "00"
           MOVE WS-POS-STATUS TO WS-OPEN-STATUS
           PERFORM REKEY-FAILED-PARA
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO WS-F-ANON-RECS
       ADD WS-REKEY-KM TO WS-F-ANON-KM
       PERFORM START-WALK-POS-PARA.

      *> ---------------------------------------------------------
      *> WALKGOAL - kilometres here are the walker's monthly target
      *> ---------------------------------------------------------
       PURGE-WALK-GOAL-PARA.
       MOVE "WALKGOAL" TO WS-F-NAME
       PERFORM START-FILE-PARA
       OPEN I-O WALK-GOAL-FILE
       MOVE WS-GOAL-STATUS TO WS-OPEN-STATUS
       PERFORM CHECK-OPEN-PARA
       IF WS-F-PRESENT = "Y"
           PERFORM SCAN-WALK-GOAL-PARA
           PERFORM SAVE-BEFORE-PARA
           PERFORM VARYING PG-IDX FROM 1 BY 1
                   UNTIL PG-IDX > WS-LEAVER-COUNT
               PERFORM REKEY-WALK-GOAL-PARA
           END-PERFORM
           PERFORM SCAN-WALK-GOAL-PARA
           PERFORM SAVE-AFTER-PARA
           CLOSE WALK-GOAL-FILE
       END-IF
       PERFORM PRINT-FILE-TOTALS-PARA.

       SCAN-WALK-GOAL-PARA.
       PERFORM RESET-SCAN-PARA
       MOVE LOW-VALUES TO GL-GOAL-KEY
       START WALK-GOAL-FILE KEY IS NOT LESS THAN GL-GOAL-KEY
       END-START
       MOVE "N" TO WS-EOF
       IF WS-GOAL-STATUS NOT = "00"
           MOVE "Y" TO WS-EOF
       END-IF
       PERFORM UNTIL WS-EOF = "Y"
           READ WALK-GOAL-FILE NEXT
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   MOVE GL-EMPLOYEE-ID TO WS-SCAN-EMP-ID
                   MOVE GL-TARGET-KM TO WS-SCAN-DIST
                   PERFORM TALLY-SCAN-PARA
           END-READ
       END-PERFORM.

       REKEY-WALK-GOAL-PARA.
       PERFORM START-WALK-GOAL-PARA
       PERFORM UNTIL WS-REKEY-DONE = "Y"
           READ WALK-GOAL-FILE NEXT
               AT END
                   MOVE "Y" TO WS-REKEY-DONE
               NOT AT END
                   IF GL-EMPLOYEE-ID NOT = PG-REAL-ID(PG-IDX)
                       MOVE "Y" TO WS-REKEY-DONE
                   ELSE
                       PERFORM MOVE-WALK-GOAL-PARA
                   END-IF
           END-READ
       END-PERFORM.

       START-WALK-GOAL-PARA.
       MOVE "N" TO WS-REKEY-DONE
       MOVE LOW-VALUES TO GL-GOAL-KEY
       MOVE PG-REAL-ID(PG-IDX) TO GL-EMPLOYEE-ID
       START WALK-GOAL-FILE KEY IS NOT LESS THAN GL-GOAL-KEY
       END-START
       IF WS-GOAL-STATUS NOT = "00"
           MOVE "Y" TO WS-REKEY-DONE
       END-IF.

       MOVE-WALK-GOAL-PARA.
       MOVE GL-TARGET-KM TO WS-REKEY-KM
       IF WS-TRIAL = "Y"
           ADD 1 TO WS-F-ANON-RECS
           ADD WS-REKEY-KM TO WS-F-ANON-KM
           EXIT PARAGRAPH
       END-IF
       MOVE GL-EMPLOYEE-ID TO WS-OLD-EMP-ID
       MOVE GL-GOAL-KEY TO WS-OLD-GOAL-KEY
       MOVE PG-ANON-ID(PG-IDX) TO GL-EMPLOYEE-ID
       WRITE WALK-GOAL-RECORD
       IF WS-GOAL-STATUS NOT = "00" AND WS-GOAL-STATUS NOT = "22"
           MOVE WS-GOAL-STATUS TO WS-OPEN-STATUS
           PERFORM REKEY-FAILED-PARA
           EXIT PARAGRAPH
       END-IF
       MOVE WS-OLD-GOAL-KEY TO GL-GOAL-KEY
       DELETE WALK-GOAL-FILE
       IF WS-GOAL-STATUS NOT = "00"
           MOVE WS-GOAL-STATUS TO WS-OPEN-STATUS
           PERFORM REKEY-FAILED-PARA
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO WS-F-ANON-RECS
       ADD WS-REKEY-KM TO WS-F-ANON-KM
       PERFORM START-WALK-GOAL-PARA.

      *> ---------------------------------------------------------
      *> CHALROST - keyed on challenge first, so the scan collects
      *> the selected walkers' enrolments and they are re-keyed
      *> afterwards; team membership is kept for past standings
      *> ---------------------------------------------------------
       PURGE-CHAL-ROST-PARA.
       MOVE "CHALROST" TO WS-F-NAME
       PERFORM START-FILE-PARA
       OPEN I-O CHAL-ROST-FILE
       MOVE WS-ROST-STATUS TO WS-OPEN-STATUS
       PERFORM CHECK-OPEN-PARA
       IF WS-F-PRESENT = "Y"
           MOVE ZERO TO WS-ROST-COUNT
           PERFORM SCAN-CHAL-ROST-PARA
           PERFORM SAVE-BEFORE-PARA
           PERFORM VARYING RM-IDX FROM 1 BY 1
                   UNTIL RM-IDX > WS-ROST-COUNT
               PERFORM MOVE-CHAL-ROST-PARA
           END-PERFORM
           PERFORM SCAN-CHAL-ROST-PARA
           PERFORM SAVE-AFTER-PARA
           CLOSE CHAL-ROST-FILE
       END-IF
       PERFORM PRINT-FILE-TOTALS-PARA.

       SCAN-CHAL-ROST-PARA.
       PERFORM RESET-SCAN-PARA
       MOVE LOW-VALUES TO CR-ROST-KEY
       START CHAL-ROST-FILE KEY IS NOT LESS THAN CR-ROST-KEY
       END-START
       MOVE "N" TO WS-EOF
       IF WS-ROST-STATUS NOT = "00"
           MOVE "Y" TO WS-EOF
       END-IF
       PERFORM UNTIL WS-EOF = "Y"
           READ CHAL-ROST-FILE NEXT
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   MOVE CR-EMPLOYEE-ID TO WS-SCAN-EMP-ID
                   MOVE ZERO TO WS-SCAN-DIST
                   PERFORM TALLY-SCAN-PARA
                   IF WS-LEAVER-FOUND = "Y"
                       PERFORM ADD-ROST-MOVE-PARA
                   END-IF
           END-READ
       END-PERFORM.

       ADD-ROST-MOVE-PARA.
       IF WS-ROST-COUNT < 5000
           ADD 1 TO WS-ROST-COUNT
           MOVE CR-CHAL-CODE TO RM-CHAL-CODE(WS-ROST-COUNT)
           MOVE WS-LEAVER-SUB TO RM-LEAVER-SUB(WS-ROST-COUNT)
       ELSE
           DISPLAY "ROST-MOVE-TABLE FULL (5000) - RUN ABORTED"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.

       MOVE-CHAL-ROST-PARA.
       IF WS-TRIAL = "Y"
           ADD 1 TO WS-F-ANON-RECS
           EXIT PARAGRAPH
       END-IF
       MOVE RM-LEAVER-SUB(RM-IDX) TO WS-LEAVER-SUB
       MOVE RM-CHAL-CODE(RM-IDX) TO CR-CHAL-CODE
       MOVE PG-REAL-ID(WS-LEAVER-SUB) TO CR-EMPLOYEE-ID
       MOVE CR-EMPLOYEE-ID TO WS-OLD-EMP-ID
       READ CHAL-ROST-FILE
       IF WS-ROST-STATUS NOT = "00"
           MOVE WS-ROST-STATUS TO WS-OPEN-STATUS
           PERFORM REKEY-FAILED-PARA
           EXIT PARAGRAPH
       END-IF
       MOVE CR-ROST-KEY TO WS-OLD-ROST-KEY
       MOVE PG-ANON-ID(WS-LEAVER-SUB) TO CR-EMPLOYEE-ID
       WRITE CHAL-ROST-RECORD
       IF WS-ROST-STATUS NOT = "00" AND WS-ROST-STATUS NOT = "22"
           MOVE WS-ROST-STATUS TO WS-OPEN-STATUS
           PERFORM REKEY-FAILED-PARA
           EXIT PARAGRAPH
       END-IF
       MOVE WS-OLD-ROST-KEY TO CR-ROST-KEY
       DELETE CHAL-ROST-FILE
       IF WS-ROST-STATUS NOT = "00"
           MOVE WS-ROST-STATUS TO WS-OPEN-STATUS
           PERFORM REKEY-FAILED-PARA
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO WS-F-ANON-RECS.

      *> ---------------------------------------------------------
      *> EXCPDISP - dispositions still decide which days count, so
      *> they move with the walker; the lead's free-text reason goes
      *> ---------------------------------------------------------
       PURGE-EXCP-DISP-PARA.
       MOVE "EXCPDISP" TO WS-F-NAME
       PERFORM START-FILE-PARA
       OPEN I-O EXCP-DISP-FILE
       MOVE WS-DISP-STATUS TO WS-OPEN-STATUS
       PERFORM CHECK-OPEN-PARA
       IF WS-F-PRESENT = "Y"
           PERFORM SCAN-EXCP-DISP-PARA
           PERFORM SAVE-BEFORE-PARA
           PERFORM VARYING PG-IDX FROM 1 BY 1
                   UNTIL PG-IDX > WS-LEAVER-COUNT
               PERFORM REKEY-EXCP-DISP-PARA
           END-PERFORM
           PERFORM SCAN-EXCP-DISP-PARA
           PERFORM SAVE-AFTER-PARA
           CLOSE EXCP-DISP-FILE
       END-IF
       PERFORM PRINT-FILE-TOTALS-PARA.

       SCAN-EXCP-DISP-PARA.
       PERFORM RESET-SCAN-PARA
       MOVE LOW-VALUES TO XD-DISP-KEY
       START EXCP-DISP-FILE KEY IS NOT LESS THAN XD-DISP-KEY
       END-START
       MOVE "N" TO WS-EOF
       IF WS-DISP-STATUS NOT = "00"
           MOVE "Y" TO WS-EOF
       END-IF
       PERFORM UNTIL WS-EOF = "Y"
           READ EXCP-DISP-FILE NEXT
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   MOVE XD-EMPLOYEE-ID TO WS-SCAN-EMP-ID
                   MOVE ZERO TO WS-SCAN-DIST
                   PERFORM TALLY-SCAN-PARA
           END-READ
       END-PERFORM.

       REKEY-EXCP-DISP-PARA.
       PERFORM START-EXCP-DISP-PARA
       PERFORM UNTIL WS-REKEY-DONE = "Y"
           READ EXCP-DISP-FILE NEXT
               AT END
                   MOVE "Y" TO WS-REKEY-DONE
               NOT AT END
                   IF XD-EMPLOYEE-ID NOT = PG-REAL-ID(PG-IDX)
                       MOVE "Y" TO WS-REKEY-DONE
                   ELSE
                       PERFORM MOVE-EXCP-DISP-PARA
                   END-IF
           END-READ
       END-PERFORM.

       START-EXCP-DISP-PARA.
       MOVE "N" TO WS-REKEY-DONE
       MOVE LOW-VALUES TO XD-DISP-KEY
       MOVE PG-REAL-ID(PG-IDX) TO XD-EMPLOYEE-ID
       START EXCP-DISP-FILE KEY IS NOT LESS THAN XD-DISP-KEY
       END-START
       IF WS-DISP-STATUS NOT = "00"
           MOVE "Y" TO WS-REKEY-DONE
       END-IF.

       MOVE-EXCP-DISP-PARA.
       IF WS-TRIAL = "Y"
           ADD 1 TO WS-F-ANON-RECS
           EXIT PARAGRAPH
       END-IF
       MOVE XD-EMPLOYEE-ID TO WS-OLD-EMP-ID
       MOVE XD-DISP-KEY TO WS-OLD-DISP-KEY
       MOVE PG-ANON-ID(PG-IDX) TO XD-EMPLOYEE-ID
       MOVE SPACES TO XD-REASON
       WRITE EXCP-DISP-RECORD
       IF WS-DISP-STATUS NOT = "00" AND WS-DISP-STATUS NOT = "22"
           MOVE WS-DISP-STATUS TO WS-OPEN-STATUS
           PERFORM REKEY-FAILED-PARA
           EXIT PARAGRAPH
       END-IF
       MOVE WS-OLD-DISP-KEY TO XD-DISP-KEY
       DELETE EXCP-DISP-FILE
       IF WS-DISP-STATUS NOT = "00"
           MOVE WS-DISP-STATUS TO WS-OPEN-STATUS
           PERFORM REKEY-FAILED-PARA
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO WS-F-ANON-RECS
       PERFORM START-EXCP-DISP-PARA.

      *> ---------------------------------------------------------
      *> WALKSUSP - slips that never posted are purged from repair:
      *> the slip image is anonymized and SU-STATUS set to "X" so
      *> SUSPFIX can no longer resubmit it
      *> ---------------------------------------------------------
       PURGE-WALK-SUSP-PARA.
       MOVE "WALKSUSP" TO WS-F-NAME
       PERFORM START-FILE-PARA
       MOVE "PURGED=" TO WS-F-ACTION
       OPEN I-O WALK-SUSP-FILE
       MOVE WS-SUSP-STATUS TO WS-OPEN-STATUS
       PERFORM CHECK-OPEN-PARA
       IF WS-F-PRESENT = "Y"
           PERFORM RESET-SCAN-PARA
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ WALK-SUSP-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM MOVE-WALK-SUSP-PARA
               END-READ
           END-PERFORM
           CLOSE WALK-SUSP-FILE
           PERFORM SAVE-BEFORE-PARA
           PERFORM SCAN-WALK-SUSP-PARA
           PERFORM SAVE-AFTER-PARA
       END-IF
       PERFORM PRINT-FILE-TOTALS-PARA.

       MOVE-WALK-SUSP-PARA.
       MOVE SU-TXN-DATA TO WALK-TXN-RECORD
       MOVE WT-EMPLOYEE-ID TO WS-SCAN-EMP-ID
       MOVE WT-DISTANCE TO WS-SCAN-DIST
       PERFORM TALLY-SCAN-PARA
       IF WS-LEAVER-FOUND NOT = "Y"
           EXIT PARAGRAPH
       END-IF
       IF WS-TRIAL = "N"
           MOVE PG-ANON-ID(WS-LEAVER-SUB) TO WT-EMPLOYEE-ID
           MOVE SPACES TO WT-REASON
           MOVE WALK-TXN-RECORD TO SU-TXN-DATA
           MOVE "X" TO SU-STATUS
           REWRITE WALK-SUSP-RECORD
           IF WS-SUSP-STATUS NOT = "00"
               MOVE WS-SCAN-EMP-ID TO WS-OLD-EMP-ID
               MOVE WS-SUSP-STATUS TO WS-OPEN-STATUS
               PERFORM REKEY-FAILED-PARA
               EXIT PARAGRAPH
           END-IF
       END-IF
       ADD 1 TO WS-F-ANON-RECS
       ADD WS-SCAN-DIST TO WS-F-ANON-KM.

       SCAN-WALK-SUSP-PARA.
       PERFORM RESET-SCAN-PARA
       OPEN INPUT WALK-SUSP-FILE
       MOVE "N" TO WS-EOF
       IF WS-SUSP-STATUS NOT = "00"
           MOVE "Y" TO WS-EOF
       END-IF
       PERFORM UNTIL WS-EOF = "Y"
           READ WALK-SUSP-FILE
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   MOVE SU-TXN-DATA TO WALK-TXN-RECORD
                   MOVE WT-EMPLOYEE-ID TO WS-SCAN-EMP-ID
                   MOVE WT-DISTANCE TO WS-SCAN-DIST
                   PERFORM TALLY-SCAN-PARA
           END-READ
       END-PERFORM
       IF WS-SUSP-STATUS = "00" OR WS-SUSP-STATUS = "10"
           CLOSE WALK-SUSP-FILE
       END-IF.

      *> ---------------------------------------------------------
      *> WALKSENT - the vendor ledger moves with WALKPOS, or the
      *> next export would see the re-keyed days as never sent
      *> ---------------------------------------------------------
       PURGE-WALK-SENT-PARA.
       MOVE "WALKSENT" TO WS-F-NAME
       PERFORM START-FILE-PARA
       OPEN I-O WALK-SENT-FILE
       MOVE WS-SENT-STATUS TO WS-OPEN-STATUS
       PERFORM CHECK-OPEN-PARA
       IF WS-F-PRESENT = "Y"
           PERFORM SCAN-WALK-SENT-PARA
           PERFORM SAVE-BEFORE-PARA
           PERFORM VARYING PG-IDX FROM 1 BY 1
                   UNTIL PG-IDX > WS-LEAVER-COUNT
               PERFORM REKEY-WALK-SENT-PARA
           END-PERFORM
           PERFORM SCAN-WALK-SENT-PARA
           PERFORM SAVE-AFTER-PARA
           CLOSE WALK-SENT-FILE
       END-IF
       PERFORM PRINT-FILE-TOTALS-PARA.

       SCAN-WALK-SENT-PARA.
       PERFORM RESET-SCAN-PARA
       MOVE LOW-VALUES TO SN-SENT-KEY
       START WALK-SENT-FILE KEY IS NOT LESS THAN SN-SENT-KEY
       END-START
       MOVE "N" TO WS-EOF
       IF WS-SENT-STATUS NOT = "00"
           MOVE "Y" TO WS-EOF
       END-IF
       PERFORM UNTIL WS-EOF = "Y"
           READ WALK-SENT-FILE NEXT
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   MOVE SN-EMPLOYEE-ID TO WS-SCAN-EMP-ID
                   MOVE SN-DISTANCE TO WS-SCAN-DIST
                   PERFORM TALLY-SCAN-PARA
           END-READ
       END-PERFORM.

       REKEY-WALK-SENT-PARA.
       PERFORM START-WALK-SENT-PARA
       PERFORM UNTIL WS-REKEY-DONE = "Y"
           READ WALK-SENT-FILE NEXT
               AT END
                   MOVE "Y" TO WS-REKEY-DONE
               NOT AT END
                   IF SN-EMPLOYEE-ID NOT = PG-REAL-ID(PG-IDX)
                       MOVE "Y" TO WS-REKEY-DONE
                   ELSE
                       PERFORM MOVE-WALK-SENT-PARA
                   END-IF
           END-READ
       END-PERFORM.

       START-WALK-SENT-PARA.
       MOVE "N" TO WS-REKEY-DONE
       MOVE LOW-VALUES TO SN-SENT-KEY
       MOVE PG-REAL-ID(PG-IDX) TO SN-EMPLOYEE-ID
       START WALK-SENT-FILE KEY IS NOT LESS THAN SN-SENT-KEY
       END-START
       IF WS-SENT-STATUS NOT = "00"
           MOVE "Y" TO WS-REKEY-DONE
       END-IF.

       MOVE-WALK-SENT-PARA.
       MOVE SN-DISTANCE TO WS-REKEY-KM
       IF WS-TRIAL = "Y"
           ADD 1 TO WS-F-ANON-RECS
           ADD WS-REKEY-KM TO WS-F-ANON-KM
           EXIT PARAGRAPH
       END-IF
       MOVE SN-EMPLOYEE-ID TO WS-OLD-EMP-ID
       MOVE SN-SENT-KEY TO WS-OLD-SENT-KEY
       MOVE PG-ANON-ID(PG-IDX) TO SN-EMPLOYEE-ID
       WRITE WALK-SENT-RECORD
       IF WS-SENT-STATUS NOT = "00" AND WS-SENT-STATUS NOT = "22"
           MOVE WS-SENT-STATUS TO WS-OPEN-STATUS
           PERFORM REKEY-FAILED-PARA
           EXIT PARAGRAPH
       END-IF
       MOVE WS-OLD-SENT-KEY TO SN-SENT-KEY
       DELETE WALK-SENT-FILE
       IF WS-SENT-STATUS NOT = "00"
           MOVE WS-SENT-STATUS TO WS-OPEN-STATUS
           PERFORM REKEY-FAILED-PARA
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO WS-F-ANON-RECS
       ADD WS-REKEY-KM TO WS-F-ANON-KM
       PERFORM START-WALK-SENT-PARA.

      *> ---------------------------------------------------------
      *> WALKADJ - the adjustment register moves with the ledger;
      *> kilometres are the adjusted figure sent to the vendor
      *> ---------------------------------------------------------
       PURGE-WALK-ADJ-PARA.
       MOVE "WALKADJ " TO WS-F-NAME
       PERFORM START-FILE-PARA
       OPEN I-O WALK-ADJ-FILE
       MOVE WS-ADJ-STATUS TO WS-OPEN-STATUS
       PERFORM CHECK-OPEN-PARA
       IF WS-F-PRESENT = "Y"
           PERFORM SCAN-WALK-ADJ-PARA
           PERFORM SAVE-BEFORE-PARA
           PERFORM VARYING PG-IDX FROM 1 BY 1
                   UNTIL PG-IDX > WS-LEAVER-COUNT
               PERFORM REKEY-WALK-ADJ-PARA
           END-PERFORM
           PERFORM SCAN-WALK-ADJ-PARA
           PERFORM SAVE-AFTER-PARA
           CLOSE WALK-ADJ-FILE
       END-IF
       PERFORM PRINT-FILE-TOTALS-PARA.

       SCAN-WALK-ADJ-PARA.
       PERFORM RESET-SCAN-PARA
       MOVE LOW-VALUES TO AJ-ADJ-KEY
       START WALK-ADJ-FILE KEY IS NOT LESS THAN AJ-ADJ-KEY
       END-START
       MOVE "N" TO WS-EOF
       IF WS-ADJ-STATUS NOT = "00"
           MOVE "Y" TO WS-EOF
       END-IF
       PERFORM UNTIL WS-EOF = "Y"
           READ WALK-ADJ-FILE NEXT
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   MOVE AJ-EMPLOYEE-ID TO WS-SCAN-EMP-ID
                   MOVE AJ-NEW-DISTANCE TO WS-SCAN-DIST
                   PERFORM TALLY-SCAN-PARA
           END-READ
       END-PERFORM.

       REKEY-WALK-ADJ-PARA.
       PERFORM START-WALK-ADJ-PARA
       PERFORM UNTIL WS-REKEY-DONE = "Y"
           READ WALK-ADJ-FILE NEXT
               AT END
                   MOVE "Y" TO WS-REKEY-DONE
               NOT AT END
                   IF AJ-EMPLOYEE-ID NOT = PG-REAL-ID(PG-IDX)
                       MOVE "Y" TO WS-REKEY-DONE
                   ELSE
                       PERFORM MOVE-WALK-ADJ-PARA
                   END-IF
           END-READ
       END-PERFORM.

       START-WALK-ADJ-PARA.
       MOVE "N" TO WS-REKEY-DONE
       MOVE LOW-VALUES TO AJ-ADJ-KEY
       MOVE PG-REAL-ID(PG-IDX) TO AJ-EMPLOYEE-ID
       START WALK-ADJ-FILE KEY IS NOT LESS THAN AJ-ADJ-KEY
       END-START
       IF WS-ADJ-STATUS NOT = "00"
           MOVE "Y" TO WS-REKEY-DONE
       END-IF.

       MOVE-WALK-ADJ-PARA.
       MOVE AJ-NEW-DISTANCE TO WS-REKEY-KM
       IF WS-TRIAL = "Y"
           ADD 1 TO WS-F-ANON-RECS
           ADD WS-REKEY-KM TO WS-F-ANON-KM
           EXIT PARAGRAPH
       END-IF
       MOVE AJ-EMPLOYEE-ID TO WS-OLD-EMP-ID
       MOVE AJ-ADJ-KEY TO WS-OLD-ADJ-KEY
       MOVE PG-ANON-ID(PG-IDX) TO AJ-EMPLOYEE-ID
       WRITE WALK-ADJ-RECORD
       IF WS-ADJ-STATUS NOT = "00" AND WS-ADJ-STATUS NOT = "22"
           MOVE WS-ADJ-STATUS TO WS-OPEN-STATUS
           PERFORM REKEY-FAILED-PARA
           EXIT PARAGRAPH
       END-IF
       MOVE WS-OLD-ADJ-KEY TO AJ-ADJ-KEY
       DELETE WALK-ADJ-FILE
       IF WS-ADJ-STATUS NOT = "00"
           MOVE WS-ADJ-STATUS TO WS-OPEN-STATUS
           PERFORM REKEY-FAILED-PARA
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO WS-F-ANON-RECS
       ADD WS-REKEY-KM TO WS-F-ANON-KM
       PERFORM START-WALK-ADJ-PARA.

      *> ---------------------------------------------------------
      *> MAINTAUD - the audit log is kept, but entries for a walker
      *> move to the pseudonymous ID in the key and in both images;
      *> EMPMAST images lose the name and badge and the WALKTXN,
      *> WALKSUSP and EXCPDISP images lose the free-text reason
      *> ---------------------------------------------------------
       PURGE-MAINT-AUD-PARA.
       MOVE "MAINTAUD" TO WS-F-NAME
       PERFORM START-FILE-PARA
       OPEN I-O MAINT-AUD-FILE
       MOVE WS-AUD-STATUS TO WS-OPEN-STATUS
       PERFORM CHECK-OPEN-PARA
       IF WS-F-PRESENT = "Y"
           PERFORM RESET-SCAN-PARA
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ MAINT-AUD-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM MOVE-MAINT-AUD-PARA
               END-READ
           END-PERFORM
           CLOSE MAINT-AUD-FILE
           PERFORM SAVE-BEFORE-PARA
           PERFORM SCAN-MAINT-AUD-PARA
           PERFORM SAVE-AFTER-PARA
       END-IF
       PERFORM PRINT-FILE-TOTALS-PARA.

      *> WS-SCAN-EMP-ID is the walker the audit entry is about, or
      *> spaces when the file changed is not keyed by walker
       AUD-EMP-ID-PARA.
       EVALUATE AU-FILE-NAME
           WHEN "EMPMAST "
           WHEN "EMPHIST "
           WHEN "WALKGOAL"
           WHEN "EXCPDISP"
           WHEN "WALKTXN "
               MOVE 1 TO WS-AUD-KEY-POS
               MOVE 1 TO WS-AUD-IMG-POS
           WHEN "CHALROST"
               MOVE 7 TO WS-AUD-KEY-POS
               MOVE 7 TO WS-AUD-IMG-POS
           WHEN "WALKSUSP"
               MOVE 5 TO WS-AUD-KEY-POS
               MOVE 1 TO WS-AUD-IMG-POS
           WHEN OTHER
               MOVE ZERO TO WS-AUD-KEY-POS
               MOVE ZERO TO WS-AUD-IMG-POS
       END-EVALUATE
       IF WS-AUD-KEY-POS = ZERO
           MOVE SPACES TO WS-SCAN-EMP-ID
       ELSE
           MOVE AU-RECORD-KEY(WS-AUD-KEY-POS:6) TO WS-SCAN-EMP-ID
       END-IF.

       MOVE-MAINT-AUD-PARA.
       PERFORM AUD-EMP-ID-PARA
       MOVE ZERO TO WS-SCAN-DIST
       PERFORM TALLY-SCAN-PARA
       IF WS-LEAVER-FOUND NOT = "Y"
           EXIT PARAGRAPH
       END-IF
       IF WS-TRIAL = "N"
           MOVE PG-ANON-ID(WS-LEAVER-SUB)
               TO AU-RECORD-KEY(WS-AUD-KEY-POS:6)
           IF AU-BEFORE-IMAGE(WS-AUD-IMG-POS:6) = WS-SCAN-EMP-ID
               MOVE PG-ANON-ID(WS-LEAVER-SUB)
                   TO AU-BEFORE-IMAGE(WS-AUD-IMG-POS:6)
           END-IF
           IF AU-AFTER-IMAGE(WS-AUD-IMG-POS:6) = WS-SCAN-EMP-ID
               MOVE PG-ANON-ID(WS-LEAVER-SUB)
                   TO AU-AFTER-IMAGE(WS-AUD-IMG-POS:6)
           END-IF
           PERFORM BLANK-AUD-IMAGE-PARA
           REWRITE MAINT-AUD-RECORD
           IF WS-AUD-STATUS NOT = "00"
               MOVE WS-SCAN-EMP-ID TO WS-OLD-EMP-ID
               MOVE WS-AUD-STATUS TO WS-OPEN-STATUS
               PERFORM REKEY-FAILED-PARA
               EXIT PARAGRAPH
           END-IF
       END-IF
       ADD 1 TO WS-F-ANON-RECS.

      *> name and badge (EMPLOYEE-MASTER-RECORD), reason (WT-REASON
      *> at the head of a WALKSUSP slip, XD-REASON) - an image that
      *> is all spaces is the side that did not exist and stays so
       BLANK-AUD-IMAGE-PARA.
       EVALUATE AU-FILE-NAME
           WHEN "EMPMAST "
               IF AU-BEFORE-IMAGE NOT = SPACES
                   MOVE SPACES TO AU-BEFORE-IMAGE(7:30)
                   MOVE SPACES TO AU-BEFORE-IMAGE(45:10)
               END-IF
               IF AU-AFTER-IMAGE NOT = SPACES
                   MOVE SPACES TO AU-AFTER-IMAGE(7:30)
                   MOVE SPACES TO AU-AFTER-IMAGE(45:10)
               END-IF
           WHEN "WALKTXN "
           WHEN "WALKSUSP"
               MOVE SPACES TO AU-BEFORE-IMAGE(20:30)
               MOVE SPACES TO AU-AFTER-IMAGE(20:30)
           WHEN "EXCPDISP"
               MOVE SPACES TO AU-BEFORE-IMAGE(30:30)
               MOVE SPACES TO AU-AFTER-IMAGE(30:30)
       END-EVALUATE.

       SCAN-MAINT-AUD-PARA.
       PERFORM RESET-SCAN-PARA
       OPEN INPUT MAINT-AUD-FILE
       MOVE "N" TO WS-EOF
       IF WS-AUD-STATUS NOT = "00"
           MOVE "Y" TO WS-EOF
       END-IF
       PERFORM UNTIL WS-EOF = "Y"
           READ MAINT-AUD-FILE
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   PERFORM AUD-EMP-ID-PARA
                   MOVE ZERO TO WS-SCAN-DIST
                   PERFORM TALLY-SCAN-PARA
           END-READ
       END-PERFORM
       IF WS-AUD-STATUS = "00" OR WS-AUD-STATUS = "10"
           CLOSE MAINT-AUD-FILE
       END-IF.

      *> ---------------------------------------------------------
      *> EMPMAST - last of all: the master moves to the pseudonymous
      *> ID keeping status, site and department for the reports,
      *> with the name replaced and the badge cleared
      *> ---------------------------------------------------------
       PURGE-EMP-MAST-PARA.
       MOVE "EMPMAST " TO WS-F-NAME
       PERFORM START-FILE-PARA
       OPEN I-O EMP-MAST-FILE
       MOVE WS-EMP-STATUS TO WS-OPEN-STATUS
       PERFORM CHECK-OPEN-PARA
       PERFORM SCAN-EMP-MAST-PARA
       PERFORM SAVE-BEFORE-PARA
       PERFORM VARYING PG-IDX FROM 1 BY 1
               UNTIL PG-IDX > WS-LEAVER-COUNT
           PERFORM MOVE-EMP-MAST-PARA
       END-PERFORM
       PERFORM SCAN-EMP-MAST-PARA
       PERFORM SAVE-AFTER-PARA
       CLOSE EMP-MAST-FILE
       PERFORM PRINT-FILE-TOTALS-PARA.

       SCAN-EMP-MAST-PARA.
       PERFORM RESET-SCAN-PARA
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
                   MOVE EM-EMPLOYEE-ID TO WS-SCAN-EMP-ID
                   MOVE ZERO TO WS-SCAN-DIST
                   PERFORM TALLY-SCAN-PARA
           END-READ
       END-PERFORM.

       MOVE-EMP-MAST-PARA.
       IF WS-TRIAL = "Y"
           ADD 1 TO WS-F-ANON-RECS
           EXIT PARAGRAPH
       END-IF
       MOVE PG-REAL-ID(PG-IDX) TO EM-EMPLOYEE-ID
       MOVE EM-EMPLOYEE-ID TO WS-OLD-EMP-ID
       READ EMP-MAST-FILE
       IF WS-EMP-STATUS NOT = "00"
           MOVE WS-EMP-STATUS TO WS-OPEN-STATUS
           PERFORM REKEY-FAILED-PARA
           EXIT PARAGRAPH
       END-IF
       MOVE PG-ANON-ID(PG-IDX) TO EM-EMPLOYEE-ID
       MOVE WC-PURGED-NAME TO EM-EMPLOYEE-NAME
       MOVE SPACES TO EM-BADGE-ID
       WRITE EMPLOYEE-MASTER-RECORD
       IF WS-EMP-STATUS NOT = "00" AND WS-EMP-STATUS NOT = "22"
           MOVE WS-EMP-STATUS TO WS-OPEN-STATUS
           PERFORM REKEY-FAILED-PARA
           EXIT PARAGRAPH
       END-IF
       MOVE WS-OLD-EMP-ID TO EM-EMPLOYEE-ID
       DELETE EMP-MAST-FILE
       IF WS-EMP-STATUS NOT = "00"
           MOVE WS-EMP-STATUS TO WS-OPEN-STATUS
           PERFORM REKEY-FAILED-PARA
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO WS-F-ANON-RECS.

       PRINT-HEADER-PARA.
       MOVE SPACES TO PURG-LINE
       STRING "RETENTION PURGE CONTROL TOTALS - RUN DATE "
           DELIMITED BY SIZE
           WS-BUS-DATE DELIMITED BY SIZE
           INTO PURG-LINE
       END-STRING
       WRITE PURG-LINE
       MOVE SPACES TO PURG-LINE
       STRING "RETENTION MONTHS=" DELIMITED BY SIZE
           WS-RETAIN-MONTHS DELIMITED BY SIZE
           "  TERMINATED BEFORE " DELIMITED BY SIZE
           WS-CUTOFF-DATE DELIMITED BY SIZE
           INTO PURG-LINE
       END-STRING
       WRITE PURG-LINE
       IF WS-TRIAL = "Y"
           MOVE "TRIAL RUN - COUNTS ONLY, NO FILE IS CHANGED"
               TO PURG-LINE
           WRITE PURG-LINE
       END-IF.

      *> records are re-keyed, never deleted, so a file balances
      *> when its record count and kilometres are the same before
      *> and after and no selected walker's real ID is left on it
       PRINT-FILE-TOTALS-PARA.
       MOVE SPACES TO PURG-LINE
       WRITE PURG-LINE
       IF WS-F-PRESENT = "N"
           STRING WS-F-NAME DELIMITED BY SIZE
               " NOT PRESENT - NOTHING TO PURGE" DELIMITED BY SIZE
               INTO PURG-LINE
           END-STRING
           WRITE PURG-LINE
           EXIT PARAGRAPH
       END-IF
       STRING WS-F-NAME DELIMITED BY SIZE
           " RECORDS READ=" DELIMITED BY SIZE
           WS-F-BEFORE-RECS DELIMITED BY SIZE
           " TOTAL KM=" DELIMITED BY SIZE
           WS-F-BEFORE-KM DELIMITED BY SIZE
           INTO PURG-LINE
       END-STRING
       WRITE PURG-LINE
       MOVE SPACES TO PURG-LINE
       STRING "         " DELIMITED BY SIZE
           WS-F-ACTION DELIMITED BY SPACE
           WS-F-ANON-RECS DELIMITED BY SIZE
           " TOTAL KM=" DELIMITED BY SIZE
           WS-F-ANON-KM DELIMITED BY SIZE
           " FAILED=" DELIMITED BY SIZE
           WS-F-ERRORS DELIMITED BY SIZE
           INTO PURG-LINE
       END-STRING
       WRITE PURG-LINE
       MOVE SPACES TO PURG-LINE
       STRING "         AFTER=" DELIMITED BY SIZE
           WS-F-AFTER-RECS DELIMITED BY SIZE
           " TOTAL KM=" DELIMITED BY SIZE
           WS-F-AFTER-KM DELIMITED BY SIZE
           " IDENTIFIABLE LEFT=" DELIMITED BY SIZE
           WS-F-LEFT DELIMITED BY SIZE
           INTO PURG-LINE
       END-STRING
       WRITE PURG-LINE
       ADD WS-F-ANON-RECS TO WS-TOTAL-ANON
       IF WS-F-BEFORE-RECS = WS-F-AFTER-RECS
           AND WS-F-BEFORE-KM = WS-F-AFTER-KM
           AND WS-F-LEFT = ZERO
           AND WS-F-ERRORS = ZERO
           ADD 1 TO WS-FILES-BALANCED
           MOVE "         BALANCED: BEFORE = AFTER, NONE LEFT"
               TO PURG-LINE
       ELSE
           ADD 1 TO WS-FILES-OOB
           MOVE "         OUT OF BALANCE - INVESTIGATE AND RERUN"
               TO PURG-LINE
       END-IF
       WRITE PURG-LINE.

       PRINT-SUMMARY-PARA.
       MOVE SPACES TO PURG-LINE
       WRITE PURG-LINE
       STRING "FILES BALANCED=" DELIMITED BY SIZE
           WS-FILES-BALANCED DELIMITED BY SIZE
           " OUT OF BALANCE=" DELIMITED BY SIZE
           WS-FILES-OOB DELIMITED BY SIZE
           " RECORDS ANONYMIZED OR PURGED=" DELIMITED BY SIZE
           WS-TOTAL-ANON DELIMITED BY SIZE
           INTO PURG-LINE
       END-STRING
       WRITE PURG-LINE
       IF WS-FILES-OOB = ZERO
           MOVE "RETENTION PURGE COMPLETE" TO PURG-LINE
       ELSE
           MOVE "RETENTION PURGE INCOMPLETE - RERUN AFTER FIXING"
               TO PURG-LINE
       END-IF
       WRITE PURG-LINE.
