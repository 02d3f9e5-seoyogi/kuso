       IDENTIFICATION DIVISION.
       PROGRAM-ID. SRCCONF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WALK-POS-FILE ASSIGN TO "WALKPOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-POS-KEY
               ALTERNATE RECORD KEY IS DP-RUN-DATE
                   WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.
           SELECT WALK-LOG-FILE ASSIGN TO "WALKLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WL-LOG-KEY
               ALTERNATE RECORD KEY IS WL-RUN-DATE
                   WITH DUPLICATES
               FILE STATUS IS WS-LOG-STATUS.
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
           SELECT SRCCONF-FILE ASSIGN TO "SRCCONF"
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  WALK-POS-FILE.
       COPY WALKPOS.
       FD  WALK-LOG-FILE.
       COPY WALKREC.
       FD  EMP-MAST-FILE.
       COPY EMPMAST.
       FD  WALK-RUNC-FILE.
       COPY WALKRUNC.
       FD  SRCCONF-FILE.
       01  CONF-LINE PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-EMP-STATUS PIC XX.
       01 WS-LOG-STATUS PIC XX.
       01 WS-RUNC-STATUS PIC XX.
       01 WS-EOF PIC X VALUE "N".
       01 WS-POS-OPEN PIC X VALUE "N".
       01 WS-EMP-OPEN PIC X VALUE "N".
       01 WS-LOG-OPEN PIC X VALUE "N".
      *> POSTED mode reports the walker-days posted on one day,
      *> whatever day was walked, instead of a range of walked days
       01 WS-POSTED-MODE PIC X VALUE "N".
       01 WS-POSTED-DATE PIC 9(8).
       01 WS-RUNC-DATE PIC 9(8).
       01 WS-TOUCHED PIC X.
       01 WS-SCAN-DONE PIC X.
       01 WS-CMD-LINE PIC X(20).
       01 WS-FROM-INPUT PIC X(8).
       01 WS-TO-INPUT PIC X(8).
       01 WS-FROM-DATE PIC 9(8).
       01 WS-TO-DATE PIC 9(8).
       01 WS-START-TS PIC X(16).
       01 WS-READ-COUNT PIC 9(9) VALUE ZERO.
       01 WS-CONF-COUNT PIC 9(9) VALUE ZERO.
       01 WS-CLEAR-COUNT PIC 9(9) VALUE ZERO.
       01 WS-DIST-DIFF PIC 9(3).
       01 WS-EMP-NAME PIC X(20).
       01 WS-EMP-SITE PIC X(3).
       01 WS-CARRIED PIC X(8).
       PROCEDURE DIVISION.
       MAIN-PARA.
       ACCEPT WS-CMD-LINE FROM COMMAND-LINE
       MOVE SPACES TO WS-FROM-INPUT
       MOVE SPACES TO WS-TO-INPUT
       UNSTRING WS-CMD-LINE DELIMITED BY SPACE
           INTO WS-FROM-INPUT WS-TO-INPUT
       END-UNSTRING
       IF WS-FROM-INPUT = "POSTED"
           PERFORM SET-POSTED-MODE-PARA
       ELSE
           PERFORM SET-RANGE-MODE-PARA
       END-IF
       MOVE FUNCTION CURRENT-DATE(1:16) TO WS-START-TS
       OPEN OUTPUT SRCCONF-FILE
       MOVE SPACES TO CONF-LINE
       IF WS-POSTED-MODE = "Y"
           STRING "ENTRY SOURCE CONFLICTS FOR DAYS POSTED ON "
               DELIMITED BY SIZE
               WS-POSTED-DATE DELIMITED BY SIZE
               INTO CONF-LINE
           END-STRING
       ELSE
           STRING "ENTRY SOURCE CONFLICTS FOR WALKED DAYS "
               DELIMITED BY SIZE
               WS-FROM-DATE DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               WS-TO-DATE DELIMITED BY SIZE
               INTO CONF-LINE
           END-STRING
       END-IF
       WRITE CONF-LINE
       OPEN INPUT EMP-MAST-FILE
       IF WS-EMP-STATUS = "00"
           MOVE "Y" TO WS-EMP-OPEN
       END-IF
       IF WS-POSTED-MODE = "Y"
           OPEN INPUT WALK-LOG-FILE
           IF WS-LOG-STATUS = "00"
               MOVE "Y" TO WS-LOG-OPEN
           END-IF
       END-IF
       PERFORM SCAN-POS-PARA
       IF WS-EMP-OPEN = "Y"
           CLOSE EMP-MAST-FILE
       END-IF
       IF WS-LOG-OPEN = "Y"
           CLOSE WALK-LOG-FILE
       END-IF
       MOVE SPACES TO CONF-LINE
       WRITE CONF-LINE
       IF WS-POS-OPEN = "N"
           MOVE "NO WALKPOS FILE - RUN POSBLD FIRST" TO CONF-LINE
       ELSE
           STRING "WALKER-DAYS READ=" DELIMITED BY SIZE
               WS-READ-COUNT DELIMITED BY SIZE
               " CONFLICTS=" DELIMITED BY SIZE
               WS-CONF-COUNT DELIMITED BY SIZE
               INTO CONF-LINE
           END-STRING
       END-IF
       WRITE CONF-LINE
       CLOSE SRCCONF-FILE
       PERFORM WRITE-RUN-CONTROL-PARA
       DISPLAY "SRCCONF READ=" WS-READ-COUNT
           " CONFLICTS=" WS-CONF-COUNT
       STOP RUN.

      *> the nightly stream passes POSTED and its business date:
      *> device readings are imported under the day they were
      *> walked and keyed slips may be back-dated, so the night's
      *> new conflicts are found by posting date, not walked date
       SET-POSTED-MODE-PARA.
       MOVE "Y" TO WS-POSTED-MODE
       IF WS-TO-INPUT IS NUMERIC
           AND WS-TO-INPUT NOT = ZERO
           MOVE WS-TO-INPUT TO WS-POSTED-DATE
       ELSE
           ACCEPT WS-POSTED-DATE FROM DATE YYYYMMDD
       END-IF
       MOVE ZERO TO WS-FROM-DATE
       MOVE 99999999 TO WS-TO-DATE
       MOVE WS-POSTED-DATE TO WS-RUNC-DATE.

       SET-RANGE-MODE-PARA.
       IF WS-FROM-INPUT IS NUMERIC
           AND WS-FROM-INPUT NOT = ZERO
           MOVE WS-FROM-INPUT TO WS-FROM-DATE
       ELSE
           ACCEPT WS-FROM-DATE FROM DATE YYYYMMDD
       END-IF
       IF WS-TO-INPUT IS NUMERIC
           AND WS-TO-INPUT NOT = ZERO
           MOVE WS-TO-INPUT TO WS-TO-DATE
       ELSE
           MOVE WS-FROM-DATE TO WS-TO-DATE
       END-IF
       IF WS-FROM-DATE > WS-TO-DATE
           DISPLAY "USAGE: SRCCONF [FROMDATE [TODATE]] (YYYYMMDD)"
           DISPLAY "       SRCCONF POSTED [BUSDATE]"
           STOP RUN
       END-IF
       MOVE WS-TO-DATE TO WS-RUNC-DATE.

      *> POSBLD has already compared the two sources against the
      *> site's tolerance and marked the day, so the report only
      *> lists what it marked
       SCAN-POS-PARA.
       OPEN INPUT WALK-POS-FILE
       IF WS-FILE-STATUS NOT = "00"
           DISPLAY "CANNOT OPEN WALKPOS - STATUS " WS-FILE-STATUS
           EXIT PARAGRAPH
       END-IF
       MOVE "Y" TO WS-POS-OPEN
       MOVE WS-FROM-DATE TO DP-RUN-DATE
       START WALK-POS-FILE KEY IS NOT LESS THAN DP-RUN-DATE
       END-START
       IF WS-FILE-STATUS NOT = "00"
           MOVE "Y" TO WS-EOF
       END-IF
       PERFORM UNTIL WS-EOF = "Y"
           READ WALK-POS-FILE NEXT
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   IF DP-RUN-DATE > WS-TO-DATE
                       MOVE "Y" TO WS-EOF
                   ELSE
                       PERFORM SELECT-DAY-PARA
                   END-IF
           END-READ
       END-PERFORM
       CLOSE WALK-POS-FILE.

       SELECT-DAY-PARA.
       IF WS-POSTED-MODE = "Y"
           PERFORM CHECK-POSTED-PARA
           IF WS-TOUCHED = "N"
               EXIT PARAGRAPH
           END-IF
       END-IF
       ADD 1 TO WS-READ-COUNT
       IF DP-CONFLICT-FLAG = "Y"
           ADD 1 TO WS-CONF-COUNT
           PERFORM PRINT-CONFLICT-PARA
       ELSE
           ADD 1 TO WS-CLEAR-COUNT
       END-IF.

      *> a day was posted on WS-POSTED-DATE when its carried entry
      *> was; with both sources on file the entry posted that day
      *> may be the one the site rule passed over, so the day's
      *> WALKLOG entries are looked at as well
       CHECK-POSTED-PARA.
       MOVE "N" TO WS-TOUCHED
       IF DP-TIMESTAMP(1:8) = WS-POSTED-DATE
           MOVE "Y" TO WS-TOUCHED
           EXIT PARAGRAPH
       END-IF
       IF DP-DEVICE-DIST = ZERO OR DP-MANUAL-DIST = ZERO
           OR WS-LOG-OPEN = "N"
           EXIT PARAGRAPH
       END-IF
       MOVE DP-EMPLOYEE-ID TO WL-EMPLOYEE-ID
       MOVE DP-RUN-DATE TO WL-RUN-DATE
       MOVE LOW-VALUES TO WL-TIMESTAMP
       START WALK-LOG-FILE KEY IS NOT LESS THAN WL-LOG-KEY
       END-START
       MOVE "N" TO WS-SCAN-DONE
       IF WS-LOG-STATUS NOT = "00"
           MOVE "Y" TO WS-SCAN-DONE
       END-IF
       PERFORM UNTIL WS-SCAN-DONE = "Y"
           READ WALK-LOG-FILE NEXT
               AT END
                   MOVE "Y" TO WS-SCAN-DONE
               NOT AT END
                   IF WL-EMPLOYEE-ID NOT = DP-EMPLOYEE-ID
                       OR WL-RUN-DATE NOT = DP-RUN-DATE
                       MOVE "Y" TO WS-SCAN-DONE
                   ELSE
                       IF WL-TIMESTAMP(1:8) = WS-POSTED-DATE
                           MOVE "Y" TO WS-TOUCHED
                           MOVE "Y" TO WS-SCAN-DONE
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.

       PRINT-CONFLICT-PARA.
       MOVE SPACES TO WS-EMP-NAME
       MOVE SPACES TO WS-EMP-SITE
       IF WS-EMP-OPEN = "Y"
           MOVE DP-EMPLOYEE-ID TO EM-EMPLOYEE-ID
           READ EMP-MAST-FILE
           IF WS-EMP-STATUS = "00"
               MOVE EM-EMPLOYEE-NAME TO WS-EMP-NAME
               MOVE EM-SITE-CODE TO WS-EMP-SITE
           END-IF
       END-IF
       IF DP-DEVICE-DIST > DP-MANUAL-DIST
           COMPUTE WS-DIST-DIFF = DP-DEVICE-DIST - DP-MANUAL-DIST
       ELSE
           COMPUTE WS-DIST-DIFF = DP-MANUAL-DIST - DP-DEVICE-DIST
       END-IF
       EVALUATE DP-SOURCE-CODE
           WHEN "D"
               MOVE "DEVICE" TO WS-CARRIED
           WHEN "S"
               MOVE "RESUBMIT" TO WS-CARRIED
           WHEN OTHER
               MOVE "MANUAL" TO WS-CARRIED
       END-EVALUATE
       MOVE SPACES TO CONF-LINE
       STRING DP-RUN-DATE DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-EMP-SITE DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           DP-EMPLOYEE-ID DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-EMP-NAME DELIMITED BY SIZE
           " DEVICE=" DELIMITED BY SIZE
           DP-DEVICE-DIST DELIMITED BY SIZE
           " MANUAL=" DELIMITED BY SIZE
           DP-MANUAL-DIST DELIMITED BY SIZE
           " DIFF=" DELIMITED BY SIZE
           WS-DIST-DIFF DELIMITED BY SIZE
           "KM USED=" DELIMITED BY SIZE
           WS-CARRIED DELIMITED BY SIZE
           INTO CONF-LINE
       END-STRING
       WRITE CONF-LINE.

      *> every walker-day read is either listed as a conflict or
      *> clear, so the run balances by construction; ERR means
      *> there was no WALKPOS to report on
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
       MOVE "SRCCONF " TO RC-PROGRAM
       MOVE WS-RUNC-DATE TO RC-BUS-DATE
       READ WALK-RUNC-FILE
       IF WS-RUNC-STATUS NOT = "00"
           MOVE "SRCCONF " TO RC-PROGRAM
           MOVE WS-RUNC-DATE TO RC-BUS-DATE
       END-IF
       MOVE WS-START-TS TO RC-START-TS
       MOVE FUNCTION CURRENT-DATE(1:16) TO RC-END-TS
       MOVE WS-READ-COUNT TO RC-RECS-IN
       MOVE WS-CONF-COUNT TO RC-RECS-POSTED
       MOVE WS-CLEAR-COUNT TO RC-RECS-SKIPPED
       IF WS-POS-OPEN = "Y"
           MOVE "OK  " TO RC-STATUS
       ELSE
           MOVE "ERR " TO RC-STATUS
       END-IF
       IF WS-RUNC-STATUS = "00"
           REWRITE WALK-RUN-RECORD
       ELSE
           WRITE WALK-RUN-RECORD
       END-IF
       CLOSE WALK-RUNC-FILE.
