       IDENTIFICATION DIVISION.
       PROGRAM-ID. HRFEED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HR-EXT-FILE ASSIGN TO "HREXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXT-STATUS.
           SELECT EMP-MAST-FILE ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-EMPLOYEE-ID
               FILE STATUS IS WS-EMP-STATUS.
           SELECT EMP-HIST-FILE ASSIGN TO "EMPHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EH-ASGN-KEY
               FILE STATUS IS WS-HIST-STATUS.
           SELECT MAINT-AUD-FILE ASSIGN TO "MAINTAUD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
           SELECT HRFEEDR-FILE ASSIGN TO "HRFEEDR"
               ORGANIZATION IS SEQUENTIAL.
           SELECT WALK-RUNC-FILE ASSIGN TO "WALKRUNC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RC-RUN-KEY
               FILE STATUS IS WS-RUNC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HR-EXT-FILE.
       01  HR-EXT-LINE PIC X(80).
       FD  EMP-MAST-FILE.
       COPY EMPMAST.
       FD  EMP-HIST-FILE.
       COPY EMPHIST.
       FD  MAINT-AUD-FILE.
       01  MAINT-AUD-LINE PIC X(299).
       FD  HRFEEDR-FILE.
       01  HRFEEDR-LINE PIC X(100).
       FD  WALK-RUNC-FILE.
       COPY WALKRUNC.
       WORKING-STORAGE SECTION.
       01 WS-EXT-STATUS PIC XX.
       01 WS-EMP-STATUS PIC XX.
       01 WS-HIST-STATUS PIC XX.
       01 WS-AUD-STATUS PIC XX.
       01 WS-RUNC-STATUS PIC XX.
       01 WS-BUS-DATE-INPUT PIC X(8).
       01 WS-BUS-DATE PIC 9(8).
       01 WS-EXT-FOUND PIC X VALUE "N".
       01 WS-EXT-EOF PIC X VALUE "N".
       01 WS-HIST-EOF PIC X VALUE "N".
       01 WS-MAST-EOF PIC X VALUE "N".
       01 WS-ACTION-INPUT PIC X(1).
       01 WS-EMP-INPUT PIC X(6).
       01 WS-DATE-INPUT PIC X(8).
       01 WS-SITE-INPUT PIC X(3).
       01 WS-DEPT-INPUT PIC X(4).
       01 WS-NAME-INPUT PIC X(30).
       01 WS-EFF-DATE PIC 9(8).
       01 WS-REJECT-REASON PIC X(24).
       01 WS-APPLY-TEXT PIC X(24).
       01 WS-READ-COUNT PIC 9(6) VALUE ZERO.
       01 WS-APPLIED-COUNT PIC 9(6) VALUE ZERO.
       01 WS-REJECT-COUNT PIC 9(6) VALUE ZERO.
       01 WS-SWEEP-COUNT PIC 9(6) VALUE ZERO.
       01 WS-HIRE-COUNT PIC 9(6) VALUE ZERO.
       01 WS-XFER-COUNT PIC 9(6) VALUE ZERO.
       01 WS-TERM-COUNT PIC 9(6) VALUE ZERO.
       01 WS-CUR-EMP-ID PIC X(6).
       01 WS-CUR-SITE PIC X(3).
       01 WS-CUR-DEPT PIC X(4).
       01 WS-CUR-FOUND PIC X.
       01 WS-CUR-DATE PIC 9(8).
       01 WS-EMP-FOUND PIC X.
      *> maintenance-audit entries from this job carry this in
      *> place of a signed-on operator
       01 WC-BATCH-OPERATOR PIC X(6) VALUE "BATCH".
       COPY MAINTAUD.
       PROCEDURE DIVISION.
       MAIN-PARA.
       ACCEPT WS-BUS-DATE-INPUT FROM COMMAND-LINE
       IF WS-BUS-DATE-INPUT IS NUMERIC
           AND WS-BUS-DATE-INPUT NOT = ZERO
           MOVE WS-BUS-DATE-INPUT TO WS-BUS-DATE
       ELSE
           ACCEPT WS-BUS-DATE FROM DATE YYYYMMDD
       END-IF
       PERFORM OPEN-RUNC-PARA
       PERFORM START-RUN-CONTROL-PARA
       PERFORM OPEN-MASTER-FILES-PARA
       OPEN OUTPUT HRFEEDR-FILE
       PERFORM PRINT-HEADER-PARA
       OPEN INPUT HR-EXT-FILE
       IF WS-EXT-STATUS NOT = "00"
           DISPLAY "NO HREXT FILE FOUND - NOTHING TO APPLY"
           MOVE "NO HREXT FILE FOUND - NOTHING APPLIED"
               TO HRFEEDR-LINE
           WRITE HRFEEDR-LINE
       ELSE
           MOVE "Y" TO WS-EXT-FOUND
           PERFORM UNTIL WS-EXT-EOF = "Y"
               READ HR-EXT-FILE
                   AT END
                       MOVE "Y" TO WS-EXT-EOF
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM APPLY-ROW-PARA
               END-READ
           END-PERFORM
           CLOSE HR-EXT-FILE
       END-IF
       PERFORM SWEEP-EFFECTIVE-PARA
       PERFORM PRINT-TOTALS-PARA
       CLOSE HRFEEDR-FILE
       CLOSE EMP-MAST-FILE
       CLOSE EMP-HIST-FILE
       CLOSE MAINT-AUD-FILE
       DISPLAY "HRFEED READ=" WS-READ-COUNT
           " APPLIED=" WS-APPLIED-COUNT
           " REJECTED=" WS-REJECT-COUNT
           " EFFECTIVE-DATE UPDATES=" WS-SWEEP-COUNT
       PERFORM END-RUN-CONTROL-PARA
       CLOSE WALK-RUNC-FILE
       STOP RUN.

       OPEN-RUNC-PARA.
       OPEN I-O WALK-RUNC-FILE
       IF WS-RUNC-STATUS = "35"
           OPEN OUTPUT WALK-RUNC-FILE
           CLOSE WALK-RUNC-FILE
           OPEN I-O WALK-RUNC-FILE
       END-IF
       IF WS-RUNC-STATUS NOT = "00"
           DISPLAY "CANNOT OPEN WALKRUNC - STATUS " WS-RUNC-STATUS
           STOP RUN
       END-IF.

       START-RUN-CONTROL-PARA.
       MOVE "HRFEED  " TO RC-PROGRAM
       MOVE WS-BUS-DATE TO RC-BUS-DATE
       READ WALK-RUNC-FILE
       IF WS-RUNC-STATUS = "00"
           PERFORM INIT-RUN-FIELDS-PARA
           REWRITE WALK-RUN-RECORD
       ELSE
           MOVE "HRFEED  " TO RC-PROGRAM
           MOVE WS-BUS-DATE TO RC-BUS-DATE
           PERFORM INIT-RUN-FIELDS-PARA
           WRITE WALK-RUN-RECORD
       END-IF.

       INIT-RUN-FIELDS-PARA.
       MOVE FUNCTION CURRENT-DATE(1:16) TO RC-START-TS
       MOVE SPACES TO RC-END-TS
       MOVE ZERO TO RC-RECS-IN
       MOVE ZERO TO RC-RECS-POSTED
       MOVE ZERO TO RC-RECS-SKIPPED
       MOVE "RUN " TO RC-STATUS.

       END-RUN-CONTROL-PARA.
       MOVE "HRFEED  " TO RC-PROGRAM
       MOVE WS-BUS-DATE TO RC-BUS-DATE
       READ WALK-RUNC-FILE
       IF WS-RUNC-STATUS = "00"
           MOVE FUNCTION CURRENT-DATE(1:16) TO RC-END-TS
           MOVE WS-READ-COUNT TO RC-RECS-IN
           MOVE WS-APPLIED-COUNT TO RC-RECS-POSTED
           MOVE WS-REJECT-COUNT TO RC-RECS-SKIPPED
           EVALUATE TRUE
               WHEN WS-EXT-FOUND = "N"
                   MOVE "ERR " TO RC-STATUS
               WHEN WS-READ-COUNT =
                       WS-APPLIED-COUNT + WS-REJECT-COUNT
                   MOVE "OK  " TO RC-STATUS
               WHEN OTHER
                   MOVE "OOB " TO RC-STATUS
           END-EVALUATE
           REWRITE WALK-RUN-RECORD
       ELSE
           DISPLAY "RUN-CONTROL RECORD MISSING AT END OF RUN"
       END-IF.

       OPEN-MASTER-FILES-PARA.
       OPEN I-O EMP-MAST-FILE
       IF WS-EMP-STATUS = "35"
           OPEN OUTPUT EMP-MAST-FILE
           CLOSE EMP-MAST-FILE
           OPEN I-O EMP-MAST-FILE
       END-IF
       IF WS-EMP-STATUS NOT = "00"
           DISPLAY "CANNOT OPEN EMPMAST - STATUS " WS-EMP-STATUS
           PERFORM END-RUN-CONTROL-PARA
           STOP RUN
       END-IF
       OPEN I-O EMP-HIST-FILE
       IF WS-HIST-STATUS = "35"
           OPEN OUTPUT EMP-HIST-FILE
           CLOSE EMP-HIST-FILE
           OPEN I-O EMP-HIST-FILE
       END-IF
       IF WS-HIST-STATUS NOT = "00"
           DISPLAY "CANNOT OPEN EMPHIST - STATUS " WS-HIST-STATUS
           CLOSE EMP-MAST-FILE
           PERFORM END-RUN-CONTROL-PARA
           STOP RUN
       END-IF
       OPEN EXTEND MAINT-AUD-FILE
       IF WS-AUD-STATUS = "35"
           OPEN OUTPUT MAINT-AUD-FILE
       END-IF
       IF WS-AUD-STATUS NOT = "00"
           DISPLAY "CANNOT OPEN MAINTAUD - STATUS " WS-AUD-STATUS
           CLOSE EMP-MAST-FILE
           CLOSE EMP-HIST-FILE
           PERFORM END-RUN-CONTROL-PARA
           STOP RUN
       END-IF.

      *> one HR change per row:
      *> ACTION,EMPLOYEE-ID,EFFECTIVE-DATE,SITE,DEPT,NAME
      *> ACTION "H" = hire (or rehire of a leaver), "X" = transfer
      *> to a new site/department, "T" = termination; SITE, DEPT
      *> and NAME may be empty on a termination
       APPLY-ROW-PARA.
       MOVE SPACES TO WS-ACTION-INPUT
       MOVE SPACES TO WS-EMP-INPUT
       MOVE SPACES TO WS-DATE-INPUT
       MOVE SPACES TO WS-SITE-INPUT
       MOVE SPACES TO WS-DEPT-INPUT
       MOVE SPACES TO WS-NAME-INPUT
       UNSTRING HR-EXT-LINE DELIMITED BY ","
           INTO WS-ACTION-INPUT WS-EMP-INPUT WS-DATE-INPUT
               WS-SITE-INPUT WS-DEPT-INPUT WS-NAME-INPUT
       END-UNSTRING
       MOVE SPACES TO WS-REJECT-REASON
       MOVE SPACES TO WS-APPLY-TEXT
       PERFORM EDIT-ROW-PARA
       IF WS-REJECT-REASON = SPACES
           EVALUATE WS-ACTION-INPUT
               WHEN "H"
                   PERFORM APPLY-HIRE-PARA
               WHEN "X"
                   PERFORM APPLY-TRANSFER-PARA
               WHEN "T"
                   PERFORM APPLY-TERM-PARA
           END-EVALUATE
       END-IF
       IF WS-REJECT-REASON = SPACES
           ADD 1 TO WS-APPLIED-COUNT
           PERFORM PRINT-APPLIED-PARA
       ELSE
           ADD 1 TO WS-REJECT-COUNT
           PERFORM PRINT-REJECTED-PARA
       END-IF.

       EDIT-ROW-PARA.
       EVALUATE TRUE
           WHEN WS-ACTION-INPUT NOT = "H"
               AND WS-ACTION-INPUT NOT = "X"
               AND WS-ACTION-INPUT NOT = "T"
               MOVE "BAD ACTION CODE" TO WS-REJECT-REASON
           WHEN WS-EMP-INPUT = SPACES
               MOVE "EMPTY EMPLOYEE ID" TO WS-REJECT-REASON
           WHEN WS-DATE-INPUT = SPACES
               OR FUNCTION TRIM(WS-DATE-INPUT) IS NOT NUMERIC
               MOVE "BAD EFFECTIVE DATE" TO WS-REJECT-REASON
           WHEN WS-ACTION-INPUT NOT = "T"
               AND (WS-SITE-INPUT = SPACES
                    OR WS-DEPT-INPUT = SPACES)
               MOVE "MISSING SITE/DEPT" TO WS-REJECT-REASON
           WHEN WS-ACTION-INPUT = "H" AND WS-NAME-INPUT = SPACES
               MOVE "MISSING NAME" TO WS-REJECT-REASON
           WHEN OTHER
               MOVE FUNCTION NUMVAL(WS-DATE-INPUT) TO WS-EFF-DATE
               IF WS-EFF-DATE = ZERO
                   MOVE "BAD EFFECTIVE DATE" TO WS-REJECT-REASON
               END-IF
       END-EVALUATE.

      *> a leaver HR hires again comes back under the same ID with
      *> the termination date cleared. The history is written
      *> first, so when it fails EMPMAST is left as it was and the
      *> row can simply be sent again
       APPLY-HIRE-PARA.
       MOVE WS-EMP-INPUT TO EM-EMPLOYEE-ID
       READ EMP-MAST-FILE
       IF WS-EMP-STATUS = "00"
           IF EM-STATUS = "A" AND EM-TERM-DATE = ZERO
               MOVE "ALREADY ACTIVE" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-EMP-FOUND
       ELSE
           MOVE "N" TO WS-EMP-FOUND
       END-IF
       PERFORM WRITE-ASGN-HIST-PARA
       IF WS-REJECT-REASON NOT = SPACES
           EXIT PARAGRAPH
       END-IF
       IF WS-EMP-FOUND = "Y"
           MOVE "C" TO AU-ACTION
           MOVE EMPLOYEE-MASTER-RECORD TO AU-BEFORE-IMAGE
           MOVE "REHIRED" TO WS-APPLY-TEXT
       ELSE
           MOVE "A" TO AU-ACTION
           MOVE SPACES TO AU-BEFORE-IMAGE
           MOVE SPACES TO EMPLOYEE-MASTER-RECORD
           MOVE WS-EMP-INPUT TO EM-EMPLOYEE-ID
           MOVE ZERO TO EM-TERM-DATE
           MOVE "HIRED" TO WS-APPLY-TEXT
       END-IF
       MOVE WS-NAME-INPUT TO EM-EMPLOYEE-NAME
       MOVE WS-SITE-INPUT TO EM-SITE-CODE
       MOVE WS-DEPT-INPUT TO EM-DEPT-CODE
       IF WS-EFF-DATE > WS-BUS-DATE AND EM-STATUS NOT = "A"
           PERFORM HOLD-HIRE-PARA
       ELSE
           MOVE "A" TO EM-STATUS
           MOVE ZERO TO EM-TERM-DATE
       END-IF
       IF AU-ACTION = "C"
           REWRITE EMPLOYEE-MASTER-RECORD
       ELSE
           WRITE EMPLOYEE-MASTER-RECORD
       END-IF
       IF WS-EMP-STATUS NOT = "00"
           MOVE "EMPMAST WRITE FAILED" TO WS-REJECT-REASON
           EXIT PARAGRAPH
       END-IF
       PERFORM AUDIT-EMP-PARA
       ADD 1 TO WS-HIRE-COUNT.

      *> a hire dated ahead is held as "P" and cannot post walks;
      *> SWEEP-EFFECTIVE-PARA makes it active once an assignment
      *> dated after EM-TERM-DATE is in effect. A leaver's earlier
      *> assignments must not count, so a rehire keeps its leaving
      *> date, or today when none was recorded. Someone still
      *> active whose termination is pending is simply kept on
       HOLD-HIRE-PARA.
       MOVE "P" TO EM-STATUS
       IF WS-EMP-FOUND = "Y" AND EM-TERM-DATE = ZERO
           MOVE WS-BUS-DATE TO EM-TERM-DATE
       END-IF
       IF WS-EMP-FOUND = "Y"
           MOVE "REHIRE PENDING" TO WS-APPLY-TEXT
       ELSE
           MOVE "HIRE PENDING" TO WS-APPLY-TEXT
       END-IF.

      *> the move is recorded at HR's effective date; EMPMAST itself
      *> follows once that date is reached (see SWEEP-EFFECTIVE-PARA)
       APPLY-TRANSFER-PARA.
       MOVE WS-EMP-INPUT TO EM-EMPLOYEE-ID
       READ EMP-MAST-FILE
       IF WS-EMP-STATUS NOT = "00"
           MOVE "NOT IN EMPMAST" TO WS-REJECT-REASON
           EXIT PARAGRAPH
       END-IF
       IF EM-STATUS = "T"
           MOVE "EMPLOYEE TERMINATED" TO WS-REJECT-REASON
           EXIT PARAGRAPH
       END-IF
       PERFORM WRITE-ASGN-HIST-PARA
       MOVE "TRANSFER RECORDED" TO WS-APPLY-TEXT
       ADD 1 TO WS-XFER-COUNT.

      *> a termination dated ahead is held in EM-TERM-DATE and the
      *> walker stays active until the date arrives
       APPLY-TERM-PARA.
       MOVE WS-EMP-INPUT TO EM-EMPLOYEE-ID
       READ EMP-MAST-FILE
       IF WS-EMP-STATUS NOT = "00"
           MOVE "NOT IN EMPMAST" TO WS-REJECT-REASON
           EXIT PARAGRAPH
       END-IF
       IF EM-STATUS = "T"
           MOVE "ALREADY TERMINATED" TO WS-REJECT-REASON
           EXIT PARAGRAPH
       END-IF
       MOVE "C" TO AU-ACTION
       MOVE EMPLOYEE-MASTER-RECORD TO AU-BEFORE-IMAGE
       MOVE WS-EFF-DATE TO EM-TERM-DATE
       IF WS-EFF-DATE NOT > WS-BUS-DATE
           MOVE "T" TO EM-STATUS
           MOVE "TERMINATED" TO WS-APPLY-TEXT
       ELSE
           MOVE "TERMINATION PENDING" TO WS-APPLY-TEXT
       END-IF
       REWRITE EMPLOYEE-MASTER-RECORD
       IF WS-EMP-STATUS NOT = "00"
           MOVE "EMPMAST WRITE FAILED" TO WS-REJECT-REASON
           EXIT PARAGRAPH
       END-IF
       PERFORM AUDIT-EMP-PARA
       ADD 1 TO WS-TERM-COUNT.

      *> a second change for the same employee and effective date
      *> rewrites that day's history record
       WRITE-ASGN-HIST-PARA.
       MOVE WS-EMP-INPUT TO EH-EMPLOYEE-ID
       MOVE WS-EFF-DATE TO EH-EFF-DATE
       READ EMP-HIST-FILE
       IF WS-HIST-STATUS = "00"
           MOVE "C" TO AU-ACTION
           MOVE EMP-HIST-RECORD TO AU-BEFORE-IMAGE
       ELSE
           MOVE "A" TO AU-ACTION
           MOVE SPACES TO AU-BEFORE-IMAGE
       END-IF
       MOVE WS-SITE-INPUT TO EH-SITE-CODE
       MOVE WS-DEPT-INPUT TO EH-DEPT-CODE
       IF AU-ACTION = "C"
           REWRITE EMP-HIST-RECORD
       ELSE
           WRITE EMP-HIST-RECORD
       END-IF
       IF WS-HIST-STATUS NOT = "00"
           MOVE "EMPHIST WRITE FAILED" TO WS-REJECT-REASON
       ELSE
           MOVE "EMPHIST " TO AU-FILE-NAME
           MOVE EH-ASGN-KEY TO AU-RECORD-KEY
           MOVE EMP-HIST-RECORD TO AU-AFTER-IMAGE
           PERFORM WRITE-AUDIT-PARA
       END-IF.

       AUDIT-EMP-PARA.
       MOVE "EMPMAST " TO AU-FILE-NAME
       MOVE EM-EMPLOYEE-ID TO AU-RECORD-KEY
       MOVE EMPLOYEE-MASTER-RECORD TO AU-AFTER-IMAGE
       PERFORM WRITE-AUDIT-PARA.

       WRITE-AUDIT-PARA.
       MOVE FUNCTION CURRENT-DATE(1:16) TO AU-TIMESTAMP
       MOVE WC-BATCH-OPERATOR TO AU-OPERATOR-ID
       MOVE "HRFEED  " TO AU-PROGRAM
       WRITE MAINT-AUD-LINE FROM MAINT-AUD-RECORD
       IF WS-AUD-STATUS NOT = "00"
           DISPLAY "MAINTAUD WRITE FAILED - STATUS " WS-AUD-STATUS
       END-IF.

      *> brings EMPMAST up to the business date: the site and
      *> department of the latest EMPHIST assignment already in
      *> effect, and "T" for a termination date that has arrived;
      *> EMPHIST reads back in employee/date order, so the last
      *> qualifying record of each employee is the one in force
       SWEEP-EFFECTIVE-PARA.
       MOVE SPACES TO HRFEEDR-LINE
       WRITE HRFEEDR-LINE
       MOVE "EFFECTIVE-DATE UPDATES TO EMPMAST" TO HRFEEDR-LINE
       WRITE HRFEEDR-LINE
       MOVE "N" TO WS-CUR-FOUND
       MOVE SPACES TO WS-CUR-EMP-ID
       MOVE LOW-VALUES TO EH-ASGN-KEY
       START EMP-HIST-FILE KEY IS NOT LESS THAN EH-ASGN-KEY
       END-START
       IF WS-HIST-STATUS NOT = "00"
           MOVE "Y" TO WS-HIST-EOF
       END-IF
       PERFORM UNTIL WS-HIST-EOF = "Y"
           READ EMP-HIST-FILE NEXT
               AT END
                   MOVE "Y" TO WS-HIST-EOF
               NOT AT END
                   IF EH-EMPLOYEE-ID NOT = WS-CUR-EMP-ID
                       PERFORM SYNC-ASGN-PARA
                       MOVE EH-EMPLOYEE-ID TO WS-CUR-EMP-ID
                       MOVE "N" TO WS-CUR-FOUND
                   END-IF
                   IF EH-EFF-DATE NOT > WS-BUS-DATE
                       MOVE EH-EFF-DATE TO WS-CUR-DATE
                       MOVE EH-SITE-CODE TO WS-CUR-SITE
                       MOVE EH-DEPT-CODE TO WS-CUR-DEPT
                       MOVE "Y" TO WS-CUR-FOUND
                   END-IF
           END-READ
       END-PERFORM
       PERFORM SYNC-ASGN-PARA
       MOVE LOW-VALUES TO EM-EMPLOYEE-ID
       START EMP-MAST-FILE KEY IS NOT LESS THAN EM-EMPLOYEE-ID
       END-START
       IF WS-EMP-STATUS NOT = "00"
           MOVE "Y" TO WS-MAST-EOF
       END-IF
       PERFORM UNTIL WS-MAST-EOF = "Y"
           READ EMP-MAST-FILE NEXT
               AT END
                   MOVE "Y" TO WS-MAST-EOF
               NOT AT END
                   IF EM-STATUS = "A" AND EM-TERM-DATE > ZERO
                       AND EM-TERM-DATE NOT > WS-BUS-DATE
                       PERFORM SWEEP-TERM-PARA
                   END-IF
           END-READ
       END-PERFORM
       IF WS-SWEEP-COUNT = ZERO
           MOVE "  NONE" TO HRFEEDR-LINE
           WRITE HRFEEDR-LINE
       END-IF.

       SYNC-ASGN-PARA.
       IF WS-CUR-EMP-ID = SPACES OR WS-CUR-FOUND NOT = "Y"
           EXIT PARAGRAPH
       END-IF
       MOVE WS-CUR-EMP-ID TO EM-EMPLOYEE-ID
       READ EMP-MAST-FILE
       IF WS-EMP-STATUS NOT = "00"
           EXIT PARAGRAPH
       END-IF
       IF EM-STATUS = "P"
           PERFORM SWEEP-HIRE-PARA
           EXIT PARAGRAPH
       END-IF
       IF EM-STATUS NOT = "A"
           EXIT PARAGRAPH
       END-IF
       IF EM-SITE-CODE = WS-CUR-SITE AND EM-DEPT-CODE = WS-CUR-DEPT
           EXIT PARAGRAPH
       END-IF
       MOVE "C" TO AU-ACTION
       MOVE EMPLOYEE-MASTER-RECORD TO AU-BEFORE-IMAGE
       MOVE WS-CUR-SITE TO EM-SITE-CODE
       MOVE WS-CUR-DEPT TO EM-DEPT-CODE
       REWRITE EMPLOYEE-MASTER-RECORD
       IF WS-EMP-STATUS NOT = "00"
           DISPLAY "EMPMAST REWRITE FAILED FOR " EM-EMPLOYEE-ID
               " - STATUS " WS-EMP-STATUS
           EXIT PARAGRAPH
       END-IF
       PERFORM AUDIT-EMP-PARA
       ADD 1 TO WS-SWEEP-COUNT
       MOVE SPACES TO HRFEEDR-LINE
       STRING "  " DELIMITED BY SIZE
           EM-EMPLOYEE-ID DELIMITED BY SIZE
           " NOW SITE=" DELIMITED BY SIZE
           EM-SITE-CODE DELIMITED BY SIZE
           " DEPT=" DELIMITED BY SIZE
           EM-DEPT-CODE DELIMITED BY SIZE
           INTO HRFEEDR-LINE
       END-STRING
       WRITE HRFEEDR-LINE.

       SWEEP-HIRE-PARA.
       IF WS-CUR-DATE NOT > EM-TERM-DATE
           EXIT PARAGRAPH
       END-IF
       MOVE "C" TO AU-ACTION
       MOVE EMPLOYEE-MASTER-RECORD TO AU-BEFORE-IMAGE
       MOVE "A" TO EM-STATUS
       MOVE ZERO TO EM-TERM-DATE
       MOVE WS-CUR-SITE TO EM-SITE-CODE
       MOVE WS-CUR-DEPT TO EM-DEPT-CODE
       REWRITE EMPLOYEE-MASTER-RECORD
       IF WS-EMP-STATUS NOT = "00"
           DISPLAY "EMPMAST REWRITE FAILED FOR " EM-EMPLOYEE-ID
               " - STATUS " WS-EMP-STATUS
           EXIT PARAGRAPH
       END-IF
       PERFORM AUDIT-EMP-PARA
       ADD 1 TO WS-SWEEP-COUNT
       MOVE SPACES TO HRFEEDR-LINE
       STRING "  " DELIMITED BY SIZE
           EM-EMPLOYEE-ID DELIMITED BY SIZE
           " HIRED AS OF " DELIMITED BY SIZE
           WS-CUR-DATE DELIMITED BY SIZE
           " SITE=" DELIMITED BY SIZE
           EM-SITE-CODE DELIMITED BY SIZE
           " DEPT=" DELIMITED BY SIZE
           EM-DEPT-CODE DELIMITED BY SIZE
           INTO HRFEEDR-LINE
       END-STRING
       WRITE HRFEEDR-LINE.

       SWEEP-TERM-PARA.
       MOVE "C" TO AU-ACTION
       MOVE EMPLOYEE-MASTER-RECORD TO AU-BEFORE-IMAGE
       MOVE "T" TO EM-STATUS
       REWRITE EMPLOYEE-MASTER-RECORD
       IF WS-EMP-STATUS NOT = "00"
           DISPLAY "EMPMAST REWRITE FAILED FOR " EM-EMPLOYEE-ID
               " - STATUS " WS-EMP-STATUS
           EXIT PARAGRAPH
       END-IF
       PERFORM AUDIT-EMP-PARA
       ADD 1 TO WS-SWEEP-COUNT
       MOVE SPACES TO HRFEEDR-LINE
       STRING "  " DELIMITED BY SIZE
           EM-EMPLOYEE-ID DELIMITED BY SIZE
           " TERMINATED AS OF " DELIMITED BY SIZE
           EM-TERM-DATE DELIMITED BY SIZE
           INTO HRFEEDR-LINE
       END-STRING
       WRITE HRFEEDR-LINE.

       PRINT-HEADER-PARA.
       MOVE SPACES TO HRFEEDR-LINE
       STRING "HR FEED APPLIED/REJECTED REPORT FOR "
           DELIMITED BY SIZE
           WS-BUS-DATE DELIMITED BY SIZE
           INTO HRFEEDR-LINE
       END-STRING
       WRITE HRFEEDR-LINE.

       PRINT-APPLIED-PARA.
       MOVE SPACES TO HRFEEDR-LINE
       STRING "APPLIED  " DELIMITED BY SIZE
           WS-ACTION-INPUT DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-EMP-INPUT DELIMITED BY SIZE
           " EFF=" DELIMITED BY SIZE
           WS-EFF-DATE DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-SITE-INPUT DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-DEPT-INPUT DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-APPLY-TEXT DELIMITED BY SIZE
           INTO HRFEEDR-LINE
       END-STRING
       WRITE HRFEEDR-LINE.

       PRINT-REJECTED-PARA.
       MOVE SPACES TO HRFEEDR-LINE
       STRING "REJECTED " DELIMITED BY SIZE
           WS-REJECT-REASON DELIMITED BY SIZE
           " ROW=" DELIMITED BY SIZE
           HR-EXT-LINE DELIMITED BY SIZE
           INTO HRFEEDR-LINE
       END-STRING
       WRITE HRFEEDR-LINE.

       PRINT-TOTALS-PARA.
       MOVE SPACES TO HRFEEDR-LINE
       WRITE HRFEEDR-LINE
       STRING "ROWS READ=" DELIMITED BY SIZE
           WS-READ-COUNT DELIMITED BY SIZE
           " APPLIED=" DELIMITED BY SIZE
           WS-APPLIED-COUNT DELIMITED BY SIZE
           " REJECTED=" DELIMITED BY SIZE
           WS-REJECT-COUNT DELIMITED BY SIZE
           INTO HRFEEDR-LINE
       END-STRING
       WRITE HRFEEDR-LINE
       MOVE SPACES TO HRFEEDR-LINE
       STRING "HIRES=" DELIMITED BY SIZE
           WS-HIRE-COUNT DELIMITED BY SIZE
           " TRANSFERS=" DELIMITED BY SIZE
           WS-XFER-COUNT DELIMITED BY SIZE
           " TERMINATIONS=" DELIMITED BY SIZE
           WS-TERM-COUNT DELIMITED BY SIZE
           " EFFECTIVE-DATE UPDATES=" DELIMITED BY SIZE
           WS-SWEEP-COUNT DELIMITED BY SIZE
           INTO HRFEEDR-LINE
       END-STRING
       WRITE HRFEEDR-LINE
       IF WS-READ-COUNT = WS-APPLIED-COUNT + WS-REJECT-COUNT
           MOVE "BALANCED: READ = APPLIED + REJECTED"
               TO HRFEEDR-LINE
       ELSE
           MOVE "OUT OF BALANCE - INVESTIGATE" TO HRFEEDR-LINE
       END-IF
       WRITE HRFEEDR-LINE.
