       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARTRPT.
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
           SELECT WORK-CAL-FILE ASSIGN TO "WORKCAL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.
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
           SELECT PARTRPT-FILE ASSIGN TO "PARTRPT"
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  WALK-POS-FILE.
       COPY WALKPOS.
       FD  EMP-MAST-FILE.
       COPY EMPMAST.
       FD  EMP-HIST-FILE.
       COPY EMPHIST.
       FD  WORK-CAL-FILE.
       COPY WORKCAL.
       FD  CHAL-DEF-FILE.
       COPY CHALDEF.
       FD  CHAL-ROST-FILE.
       COPY CHALROST.
       FD  PARTRPT-FILE.
       01  PART-LINE PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-EMP-STATUS PIC XX.
       01 WS-HIST-STATUS PIC XX.
       01 WS-CAL-STATUS PIC XX.
       01 WS-DEF-STATUS PIC XX.
       01 WS-ROST-STATUS PIC XX.
       01 WS-EOF PIC X VALUE "N".
       01 WS-MAST-EOF PIC X VALUE "N".
       01 WS-HIST-EOF PIC X VALUE "N".
       01 WS-CAL-EOF PIC X VALUE "N".
       01 WS-ROST-EOF PIC X VALUE "N".
       01 WS-DEF-OPEN PIC X VALUE "N".
       01 WS-FOUND PIC X VALUE "N".
       01 WS-CMD-LINE PIC X(30).
       01 WS-FROM-INPUT PIC X(8).
       01 WS-TO-INPUT PIC X(8).
       01 WS-QUIET-INPUT PIC X(3).
       01 WS-FROM-DATE PIC 9(8).
       01 WS-TO-DATE PIC 9(8).
       01 WS-PREV-FROM PIC 9(8).
       01 WS-PREV-TO PIC 9(8).
       01 WS-SCAN-FROM PIC 9(8).
      *> business days with no entry before a walker is listed for
      *> outreach, when the run does not give a number
       01 WC-DEFAULT-QUIET PIC 9(3) VALUE 10.
       01 WS-QUIET-DAYS PIC 9(3).
       01 WS-PERIOD-DAYS PIC 9(5) VALUE ZERO.
       01 WS-DAYS-COUNTED PIC 9(5).
       01 WS-DAY-INT PIC 9(7).
       01 WS-DAY-LIMIT PIC 9(7).
      *> weekend pattern used for a site with no "W" calendar
      *> record - Saturday and Sunday off
       01 WC-DEFAULT-PATTERN PIC X(7) VALUE "NNNNNYY".
       01 WS-PAT-COUNT PIC 9(2) VALUE ZERO.
       01 WS-HOL-COUNT PIC 9(3) VALUE ZERO.
       01 WS-CAL-DATE PIC 9(8).
       01 WS-DOW PIC 9(1).
       01 WS-WORK-PATTERN PIC X(7).
       01 WS-WORKDAY PIC X.
       01 WS-CHK-SITE PIC X(3).
       01 WS-MAST-COUNT PIC 9(5) VALUE ZERO.
       01 WS-ASGN-COUNT PIC 9(5) VALUE ZERO.
       01 WS-SITE-COUNT PIC 9(3) VALUE ZERO.
       01 WS-DEPT-COUNT PIC 9(3) VALUE ZERO.
       01 WS-LOOK-EMP-ID PIC X(6).
       01 WS-LOOK-DATE PIC 9(8).
       01 WS-ASGN-SITE PIC X(3).
       01 WS-ASGN-DEPT PIC X(4).
       01 WS-ASGN-FIRST PIC X.
       01 WS-ASGN-FIRST-DATE PIC 9(8).
       01 WS-ACTIVE PIC X.
       01 WS-SORT-I PIC 9(3).
       01 WS-SORT-J PIC 9(3).
       01 WS-HEAD PIC 9(5).
       01 WS-WALK PIC 9(5).
       01 WS-PREV-HEAD PIC 9(5).
       01 WS-PREV-WALK PIC 9(5).
       01 WS-SITE-HEAD PIC 9(5).
       01 WS-SITE-WALK PIC 9(5).
       01 WS-SITE-PREV-HEAD PIC 9(5).
       01 WS-SITE-PREV-WALK PIC 9(5).
       01 WS-TOT-HEAD PIC 9(5) VALUE ZERO.
       01 WS-TOT-WALK PIC 9(5) VALUE ZERO.
       01 WS-TOT-PREV-HEAD PIC 9(5) VALUE ZERO.
       01 WS-TOT-PREV-WALK PIC 9(5) VALUE ZERO.
       01 WS-LINE-LABEL PIC X(9).
       01 WS-RATE PIC 9(3)V9.
       01 WS-RATE-X REDEFINES WS-RATE PIC 9(4).
       01 WS-PREV-RATE PIC 9(3)V9.
       01 WS-PREV-RATE-X REDEFINES WS-PREV-RATE PIC 9(4).
       01 WS-CHANGE PIC S9(3)V9.
       01 WS-CHANGE-ABS PIC 9(3)V9.
       01 WS-CHANGE-ABS-X REDEFINES WS-CHANGE-ABS PIC 9(4).
       01 WS-CHANGE-SIGN PIC X.
       01 WS-OUT-COUNT PIC 9(5) VALUE ZERO.
       01 WS-OUT-CHAL-COUNT PIC 9(5) VALUE ZERO.
       01 WS-DEPT-OUT PIC 9(5).
       01 WS-LAST-SHOW PIC X(8).
       01 MAST-TABLE.
           05 MAST-ENTRY OCCURS 5000 TIMES INDEXED BY MAST-IDX.
               10 MA-EMP-ID PIC X(6).
               10 MA-NAME PIC X(20).
               10 MA-SITE PIC X(3).
               10 MA-DEPT PIC X(4).
               10 MA-STATUS PIC X(1).
               10 MA-TERM-DATE PIC 9(8).
               10 MA-CUR-ACTIVE PIC X(1).
               10 MA-CUR-SITE PIC X(3).
               10 MA-CUR-DEPT PIC X(4).
               10 MA-PREV-ACTIVE PIC X(1).
               10 MA-PREV-SITE PIC X(3).
               10 MA-PREV-DEPT PIC X(4).
               10 MA-CUR-WALKED PIC X(1).
               10 MA-PREV-WALKED PIC X(1).
               10 MA-LAST-DATE PIC 9(8).
               10 MA-QUIET-FROM PIC 9(8).
               10 MA-CHAL-CODE PIC X(6).
       01 ASGN-TABLE.
           05 ASGN-ENTRY OCCURS 10000 TIMES INDEXED BY ASGN-IDX.
               10 AH-EMP-ID PIC X(6).
               10 AH-EFF-DATE PIC 9(8).
               10 AH-SITE PIC X(3).
               10 AH-DEPT PIC X(4).
       01 PAT-TABLE.
           05 PAT-ENTRY OCCURS 20 TIMES INDEXED BY PAT-IDX.
               10 PT-SITE PIC X(3).
               10 PT-PATTERN PIC X(7).
       01 HOL-TABLE.
           05 HOL-ENTRY OCCURS 500 TIMES INDEXED BY HOL-IDX.
               10 HO-SITE PIC X(3).
               10 HO-DATE PIC 9(8).
      *> first day of each site's outreach window - the quiet-day
      *> count runs back from TODATE over that site's calendar
       01 SITE-TABLE.
           05 SITE-ENTRY OCCURS 50 TIMES INDEXED BY SITE-IDX.
               10 QS-SITE PIC X(3).
               10 QS-QUIET-FROM PIC 9(8).
       01 DEPT-TABLE.
           05 DEPT-ENTRY OCCURS 200 TIMES INDEXED BY DEPT-IDX.
               10 DT-SITE PIC X(3).
               10 DT-DEPT PIC X(4).
               10 DT-HEAD PIC 9(5).
               10 DT-WALK PIC 9(5).
               10 DT-PREV-HEAD PIC 9(5).
               10 DT-PREV-WALK PIC 9(5).
       01 WS-DEPT-SWAP.
           05 DS-SITE PIC X(3).
           05 DS-DEPT PIC X(4).
           05 DS-HEAD PIC 9(5).
           05 DS-WALK PIC 9(5).
           05 DS-PREV-HEAD PIC 9(5).
           05 DS-PREV-WALK PIC 9(5).
       01 WS-HOLD-SITE PIC X(3).
       PROCEDURE DIVISION.
       MAIN-PARA.
       ACCEPT WS-CMD-LINE FROM COMMAND-LINE
       MOVE SPACES TO WS-QUIET-INPUT
       UNSTRING WS-CMD-LINE DELIMITED BY SPACE
           INTO WS-FROM-INPUT WS-TO-INPUT WS-QUIET-INPUT
       END-UNSTRING
       IF WS-FROM-INPUT IS NOT NUMERIC
           OR WS-TO-INPUT IS NOT NUMERIC
           DISPLAY "USAGE: PARTRPT FROMDATE TODATE (YYYYMMDD) "
               "[QUIET BUSINESS DAYS]"
           STOP RUN
       END-IF
       MOVE WS-FROM-INPUT TO WS-FROM-DATE
       MOVE WS-TO-INPUT TO WS-TO-DATE
       IF WS-FROM-DATE > WS-TO-DATE
           DISPLAY "FROM DATE IS AFTER TO DATE"
           STOP RUN
       END-IF
       IF WS-QUIET-INPUT = SPACES
           OR FUNCTION TRIM(WS-QUIET-INPUT) IS NOT NUMERIC
           MOVE WC-DEFAULT-QUIET TO WS-QUIET-DAYS
       ELSE
           MOVE FUNCTION NUMVAL(WS-QUIET-INPUT) TO WS-QUIET-DAYS
       END-IF
       IF WS-QUIET-DAYS = ZERO
           MOVE WC-DEFAULT-QUIET TO WS-QUIET-DAYS
       END-IF
       OPEN OUTPUT PARTRPT-FILE
       PERFORM LOAD-MASTER-PARA
       PERFORM LOAD-ASGN-HIST-PARA
       PERFORM LOAD-WORK-CAL-PARA
       PERFORM SET-PREV-PERIOD-PARA
       PERFORM SET-MASTER-STATE-PARA
       PERFORM LOAD-CHALLENGES-PARA
       PERFORM SCAN-POS-PARA
       PERFORM BUILD-DEPTS-PARA
       PERFORM PRINT-HEADER-PARA
       IF WS-DEPT-COUNT > ZERO
           PERFORM SORT-DEPTS-PARA
           PERFORM PRINT-DEPTS-PARA
           PERFORM PRINT-OUTREACH-PARA
       ELSE
           MOVE "NO ACTIVE EMPLOYEES FOR THIS PERIOD" TO PART-LINE
           WRITE PART-LINE
       END-IF
       CLOSE PARTRPT-FILE
       STOP RUN.

       LOAD-MASTER-PARA.
       OPEN INPUT EMP-MAST-FILE
       IF WS-EMP-STATUS NOT = "00"
           DISPLAY "EMPLOYEE MASTER NOT AVAILABLE - RUN EMPMNT FIRST"
           CLOSE PARTRPT-FILE
           STOP RUN
       END-IF
       PERFORM UNTIL WS-MAST-EOF = "Y"
           READ EMP-MAST-FILE NEXT
               AT END
                   MOVE "Y" TO WS-MAST-EOF
               NOT AT END
                   PERFORM ADD-MASTER-PARA
           END-READ
       END-PERFORM
       CLOSE EMP-MAST-FILE.

      *> an employee this table cannot hold would silently drop out
      *> of the headcount, so running out of room is a hard stop
       ADD-MASTER-PARA.
       IF WS-MAST-COUNT < 5000
           ADD 1 TO WS-MAST-COUNT
           MOVE EM-EMPLOYEE-ID TO MA-EMP-ID(WS-MAST-COUNT)
           MOVE EM-EMPLOYEE-NAME TO MA-NAME(WS-MAST-COUNT)
           MOVE EM-SITE-CODE TO MA-SITE(WS-MAST-COUNT)
           MOVE EM-DEPT-CODE TO MA-DEPT(WS-MAST-COUNT)
           MOVE EM-STATUS TO MA-STATUS(WS-MAST-COUNT)
           MOVE EM-TERM-DATE TO MA-TERM-DATE(WS-MAST-COUNT)
           MOVE "N" TO MA-CUR-WALKED(WS-MAST-COUNT)
           MOVE "N" TO MA-PREV-WALKED(WS-MAST-COUNT)
           MOVE ZERO TO MA-LAST-DATE(WS-MAST-COUNT)
           MOVE SPACES TO MA-CHAL-CODE(WS-MAST-COUNT)
       ELSE
           DISPLAY "MAST-TABLE FULL (5000) - RUN ABORTED"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.

       LOAD-ASGN-HIST-PARA.
       OPEN INPUT EMP-HIST-FILE
       IF WS-HIST-STATUS NOT = "00"
           DISPLAY "NO EMPHIST FILE - CURRENT MASTER ASSIGNMENTS "
               "WILL BE USED FOR EVERY DAY"
       ELSE
           PERFORM UNTIL WS-HIST-EOF = "Y"
               READ EMP-HIST-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-HIST-EOF
                   NOT AT END
                       PERFORM ADD-ASGN-PARA
               END-READ
           END-PERFORM
           CLOSE EMP-HIST-FILE
       END-IF.

       ADD-ASGN-PARA.
       IF WS-ASGN-COUNT < 10000
           ADD 1 TO WS-ASGN-COUNT
           MOVE EH-EMPLOYEE-ID TO AH-EMP-ID(WS-ASGN-COUNT)
           MOVE EH-EFF-DATE TO AH-EFF-DATE(WS-ASGN-COUNT)
           MOVE EH-SITE-CODE TO AH-SITE(WS-ASGN-COUNT)
           MOVE EH-DEPT-CODE TO AH-DEPT(WS-ASGN-COUNT)
       ELSE
           DISPLAY "ASGN-TABLE FULL (10000) - RUN ABORTED"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.

      *> WS-ASGN-SITE/DEPT arrive holding the fallback values and
      *> are overwritten when history covers the walker; the table
      *> reads back in key order so later entries not after the
      *> lookup date win; WS-ASGN-FIRST-DATE is the walker's first
      *> assignment, zero when history does not cover them
       LOOKUP-ASGN-PARA.
       MOVE "N" TO WS-ASGN-FIRST
       MOVE ZERO TO WS-ASGN-FIRST-DATE
       PERFORM VARYING ASGN-IDX FROM 1 BY 1
               UNTIL ASGN-IDX > WS-ASGN-COUNT
           IF AH-EMP-ID(ASGN-IDX) = WS-LOOK-EMP-ID
               IF WS-ASGN-FIRST = "N"
                   MOVE "Y" TO WS-ASGN-FIRST
                   MOVE AH-EFF-DATE(ASGN-IDX) TO WS-ASGN-FIRST-DATE
                   MOVE AH-SITE(ASGN-IDX) TO WS-ASGN-SITE
                   MOVE AH-DEPT(ASGN-IDX) TO WS-ASGN-DEPT
               END-IF
               IF AH-EFF-DATE(ASGN-IDX) NOT > WS-LOOK-DATE
                   MOVE AH-SITE(ASGN-IDX) TO WS-ASGN-SITE
                   MOVE AH-DEPT(ASGN-IDX) TO WS-ASGN-DEPT
               END-IF
           END-IF
       END-PERFORM.

       LOAD-WORK-CAL-PARA.
       OPEN INPUT WORK-CAL-FILE
       IF WS-CAL-STATUS NOT = "00"
           DISPLAY "WORK CALENDAR NOT FOUND - WEEKENDS ONLY "
               "(SAT/SUN) WILL BE EXCLUDED FROM BUSINESS DAYS"
       ELSE
           PERFORM UNTIL WS-CAL-EOF = "Y"
               READ WORK-CAL-FILE
                   AT END
                       MOVE "Y" TO WS-CAL-EOF
                   NOT AT END
                       PERFORM ADD-CAL-ENTRY-PARA
               END-READ
           END-PERFORM
           CLOSE WORK-CAL-FILE
       END-IF.

       ADD-CAL-ENTRY-PARA.
       IF CA-REC-TYPE = "W"
           IF WS-PAT-COUNT < 20
               ADD 1 TO WS-PAT-COUNT
               MOVE CA-SITE-CODE TO PT-SITE(WS-PAT-COUNT)
               MOVE CA-PATTERN TO PT-PATTERN(WS-PAT-COUNT)
           ELSE
               DISPLAY "PAT-TABLE FULL (20) - SKIPPING "
                   CA-SITE-CODE
           END-IF
       ELSE
           IF CA-REC-TYPE = "H"
               IF WS-HOL-COUNT < 500
                   ADD 1 TO WS-HOL-COUNT
                   MOVE CA-SITE-CODE TO HO-SITE(WS-HOL-COUNT)
                   MOVE CA-CAL-DATE TO HO-DATE(WS-HOL-COUNT)
               ELSE
                   DISPLAY "HOL-TABLE FULL (500) - SKIPPING "
                       CA-CAL-DATE
               END-IF
           END-IF
       END-IF.

       SET-SITE-PATTERN-PARA.
       MOVE WC-DEFAULT-PATTERN TO WS-WORK-PATTERN
       PERFORM VARYING PAT-IDX FROM 1 BY 1
               UNTIL PAT-IDX > WS-PAT-COUNT
           IF PT-SITE(PAT-IDX) = SPACES
               MOVE PT-PATTERN(PAT-IDX) TO WS-WORK-PATTERN
           END-IF
       END-PERFORM
       PERFORM VARYING PAT-IDX FROM 1 BY 1
               UNTIL PAT-IDX > WS-PAT-COUNT
           IF PT-SITE(PAT-IDX) = WS-CHK-SITE
               MOVE PT-PATTERN(PAT-IDX) TO WS-WORK-PATTERN
               EXIT PERFORM
           END-IF
       END-PERFORM.

       CHECK-WORKDAY-PARA.
       MOVE "Y" TO WS-WORKDAY
       COMPUTE WS-DOW = FUNCTION MOD(
           FUNCTION INTEGER-OF-DATE(WS-CAL-DATE), 7)
       IF WS-DOW = ZERO
           MOVE 7 TO WS-DOW
       END-IF
       IF WS-WORK-PATTERN(WS-DOW:1) = "Y"
           MOVE "N" TO WS-WORKDAY
       ELSE
           PERFORM VARYING HOL-IDX FROM 1 BY 1
                   UNTIL HOL-IDX > WS-HOL-COUNT
               IF HO-DATE(HOL-IDX) = WS-CAL-DATE
                   AND (HO-SITE(HOL-IDX) = WS-CHK-SITE
                        OR HO-SITE(HOL-IDX) = SPACES)
                   MOVE "N" TO WS-WORKDAY
                   EXIT PERFORM
               END-IF
           END-PERFORM
       END-IF.

      *> the previous period holds as many company business days
      *> (the all-sites calendar) as the requested one and ends the
      *> day before it starts; a period with no business days is
      *> compared with the same number of calendar days instead
       SET-PREV-PERIOD-PARA.
       MOVE SPACES TO WS-CHK-SITE
       PERFORM SET-SITE-PATTERN-PARA
       COMPUTE WS-DAY-INT = FUNCTION INTEGER-OF-DATE(WS-FROM-DATE)
       COMPUTE WS-DAY-LIMIT = FUNCTION INTEGER-OF-DATE(WS-TO-DATE)
       PERFORM UNTIL WS-DAY-INT > WS-DAY-LIMIT
           COMPUTE WS-CAL-DATE = FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
           PERFORM CHECK-WORKDAY-PARA
           IF WS-WORKDAY = "Y"
               ADD 1 TO WS-PERIOD-DAYS
           END-IF
           ADD 1 TO WS-DAY-INT
       END-PERFORM
       COMPUTE WS-DAY-INT =
           FUNCTION INTEGER-OF-DATE(WS-FROM-DATE) - 1
       COMPUTE WS-PREV-TO = FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
       IF WS-PERIOD-DAYS = ZERO
           COMPUTE WS-DAY-INT = WS-DAY-INT
               - (FUNCTION INTEGER-OF-DATE(WS-TO-DATE)
                  - FUNCTION INTEGER-OF-DATE(WS-FROM-DATE))
           COMPUTE WS-PREV-FROM = FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
           EXIT PARAGRAPH
       END-IF
       MOVE ZERO TO WS-DAYS-COUNTED
       MOVE WS-PREV-TO TO WS-PREV-FROM
       PERFORM UNTIL WS-DAYS-COUNTED = WS-PERIOD-DAYS
           COMPUTE WS-CAL-DATE = FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
           PERFORM CHECK-WORKDAY-PARA
           IF WS-WORKDAY = "Y"
               ADD 1 TO WS-DAYS-COUNTED
               MOVE WS-CAL-DATE TO WS-PREV-FROM
           END-IF
           SUBTRACT 1 FROM WS-DAY-INT
       END-PERFORM.

      *> works out, for TODATE and for the previous period's last
      *> day, whether each employee was on the books and which site
      *> and department they belonged to, and the first day of the
      *> outreach window for their site
       SET-MASTER-STATE-PARA.
       MOVE WS-PREV-FROM TO WS-SCAN-FROM
       PERFORM VARYING MAST-IDX FROM 1 BY 1
               UNTIL MAST-IDX > WS-MAST-COUNT
           MOVE WS-TO-DATE TO WS-LOOK-DATE
           PERFORM CHECK-ACTIVE-PARA
           MOVE WS-ACTIVE TO MA-CUR-ACTIVE(MAST-IDX)
           MOVE WS-ASGN-SITE TO MA-CUR-SITE(MAST-IDX)
           MOVE WS-ASGN-DEPT TO MA-CUR-DEPT(MAST-IDX)
           MOVE WS-PREV-TO TO WS-LOOK-DATE
           PERFORM CHECK-ACTIVE-PARA
           MOVE WS-ACTIVE TO MA-PREV-ACTIVE(MAST-IDX)
           MOVE WS-ASGN-SITE TO MA-PREV-SITE(MAST-IDX)
           MOVE WS-ASGN-DEPT TO MA-PREV-DEPT(MAST-IDX)
           MOVE ZERO TO MA-QUIET-FROM(MAST-IDX)
           IF MA-CUR-ACTIVE(MAST-IDX) = "Y"
               MOVE MA-CUR-SITE(MAST-IDX) TO WS-CHK-SITE
               PERFORM FIND-OR-ADD-SITE-PARA
               MOVE QS-QUIET-FROM(SITE-IDX)
                   TO MA-QUIET-FROM(MAST-IDX)
               IF QS-QUIET-FROM(SITE-IDX) < WS-SCAN-FROM
                   MOVE QS-QUIET-FROM(SITE-IDX) TO WS-SCAN-FROM
               END-IF
           END-IF
       END-PERFORM.

      *> on the books on WS-LOOK-DATE: hired by then (first
      *> assignment in EMPHIST) and not yet terminated - a
      *> termination date is the first day off the books;
      *> pseudonymous records left by the retention purge never count
       CHECK-ACTIVE-PARA.
       MOVE MA-EMP-ID(MAST-IDX) TO WS-LOOK-EMP-ID
       MOVE MA-SITE(MAST-IDX) TO WS-ASGN-SITE
       MOVE MA-DEPT(MAST-IDX) TO WS-ASGN-DEPT
       PERFORM LOOKUP-ASGN-PARA
       MOVE "Y" TO WS-ACTIVE
       EVALUATE TRUE
           WHEN MA-EMP-ID(MAST-IDX)(1:1) = "*"
               MOVE "N" TO WS-ACTIVE
           WHEN WS-ASGN-FIRST-DATE > WS-LOOK-DATE
               MOVE "N" TO WS-ACTIVE
           WHEN MA-TERM-DATE(MAST-IDX) > ZERO
               AND MA-TERM-DATE(MAST-IDX) NOT > WS-LOOK-DATE
               MOVE "N" TO WS-ACTIVE
           WHEN MA-STATUS(MAST-IDX) = "T"
               AND MA-TERM-DATE(MAST-IDX) = ZERO
               MOVE "N" TO WS-ACTIVE
       END-EVALUATE.

       FIND-OR-ADD-SITE-PARA.
       MOVE "N" TO WS-FOUND
       PERFORM VARYING SITE-IDX FROM 1 BY 1
               UNTIL SITE-IDX > WS-SITE-COUNT
           IF QS-SITE(SITE-IDX) = WS-CHK-SITE
               MOVE "Y" TO WS-FOUND
               EXIT PERFORM
           END-IF
       END-PERFORM
       IF WS-FOUND = "N"
           IF WS-SITE-COUNT < 50
               ADD 1 TO WS-SITE-COUNT
               MOVE WS-SITE-COUNT TO SITE-IDX
               MOVE WS-CHK-SITE TO QS-SITE(SITE-IDX)
               PERFORM FIND-QUIET-FROM-PARA
           ELSE
               DISPLAY "SITE-TABLE FULL (50) - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
       END-IF.

      *> steps back from TODATE until the site has had the quiet
      *> number of business days; a calendar with no business days
      *> at all stops after a year
       FIND-QUIET-FROM-PARA.
       PERFORM SET-SITE-PATTERN-PARA
       COMPUTE WS-DAY-INT = FUNCTION INTEGER-OF-DATE(WS-TO-DATE)
       COMPUTE WS-DAY-LIMIT = WS-DAY-INT - 366
       MOVE ZERO TO WS-DAYS-COUNTED
       MOVE WS-TO-DATE TO QS-QUIET-FROM(SITE-IDX)
       PERFORM UNTIL WS-DAYS-COUNTED = WS-QUIET-DAYS
               OR WS-DAY-INT < WS-DAY-LIMIT
           COMPUTE WS-CAL-DATE = FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
           PERFORM CHECK-WORKDAY-PARA
           IF WS-WORKDAY = "Y"
               ADD 1 TO WS-DAYS-COUNTED
               MOVE WS-CAL-DATE TO QS-QUIET-FROM(SITE-IDX)
           END-IF
           SUBTRACT 1 FROM WS-DAY-INT
       END-PERFORM.

      *> enrolment in a challenge that overlaps the reporting period
      *> marks a quiet walker on the outreach list
       LOAD-CHALLENGES-PARA.
       OPEN INPUT CHAL-DEF-FILE
       IF WS-DEF-STATUS NOT = "00"
           EXIT PARAGRAPH
       END-IF
       MOVE "Y" TO WS-DEF-OPEN
       OPEN INPUT CHAL-ROST-FILE
       IF WS-ROST-STATUS NOT = "00"
           CLOSE CHAL-DEF-FILE
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL WS-ROST-EOF = "Y"
           READ CHAL-ROST-FILE NEXT
               AT END
                   MOVE "Y" TO WS-ROST-EOF
               NOT AT END
                   PERFORM POST-ROSTER-PARA
           END-READ
       END-PERFORM
       CLOSE CHAL-ROST-FILE
       CLOSE CHAL-DEF-FILE.

       POST-ROSTER-PARA.
       MOVE CR-CHAL-CODE TO CH-CHAL-CODE
       READ CHAL-DEF-FILE
       IF WS-DEF-STATUS NOT = "00"
           EXIT PARAGRAPH
       END-IF
       IF CH-START-DATE > WS-TO-DATE OR CH-END-DATE < WS-FROM-DATE
           EXIT PARAGRAPH
       END-IF
       MOVE CR-EMPLOYEE-ID TO WS-LOOK-EMP-ID
       PERFORM FIND-MASTER-PARA
       IF WS-FOUND = "Y"
           IF MA-CHAL-CODE(MAST-IDX) = SPACES
               MOVE CR-CHAL-CODE TO MA-CHAL-CODE(MAST-IDX)
           END-IF
       END-IF.

       FIND-MASTER-PARA.
       MOVE "N" TO WS-FOUND
       PERFORM VARYING MAST-IDX FROM 1 BY 1
               UNTIL MAST-IDX > WS-MAST-COUNT
           IF MA-EMP-ID(MAST-IDX) = WS-LOOK-EMP-ID
               MOVE "Y" TO WS-FOUND
               EXIT PERFORM
           END-IF
       END-PERFORM.

      *> one pass of WALKPOS from the earliest day any of the three
      *> windows needs - previous period, this period and the
      *> outreach windows - through TODATE
       SCAN-POS-PARA.
       OPEN INPUT WALK-POS-FILE
       IF WS-FILE-STATUS NOT = "00"
           DISPLAY "CANNOT OPEN WALKPOS - STATUS " WS-FILE-STATUS
               " - RUN POSBLD FIRST"
           EXIT PARAGRAPH
       END-IF
       MOVE WS-SCAN-FROM TO DP-RUN-DATE
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
                       PERFORM POST-POS-PARA
                   END-IF
           END-READ
       END-PERFORM
       CLOSE WALK-POS-FILE.

       POST-POS-PARA.
       MOVE DP-EMPLOYEE-ID TO WS-LOOK-EMP-ID
       PERFORM FIND-MASTER-PARA
       IF WS-FOUND NOT = "Y"
           EXIT PARAGRAPH
       END-IF
       IF DP-RUN-DATE NOT < WS-FROM-DATE
           MOVE "Y" TO MA-CUR-WALKED(MAST-IDX)
       END-IF
       IF DP-RUN-DATE NOT < WS-PREV-FROM
           AND DP-RUN-DATE NOT > WS-PREV-TO
           MOVE "Y" TO MA-PREV-WALKED(MAST-IDX)
       END-IF
       IF DP-RUN-DATE > MA-LAST-DATE(MAST-IDX)
           MOVE DP-RUN-DATE TO MA-LAST-DATE(MAST-IDX)
       END-IF.

      *> headcount is everyone on the books at the end of each
      *> period, credited to the department they were in then; a
      *> participant is one of them with at least one day in WALKPOS
      *> during the period
       BUILD-DEPTS-PARA.
       PERFORM VARYING MAST-IDX FROM 1 BY 1
               UNTIL MAST-IDX > WS-MAST-COUNT
           IF MA-CUR-ACTIVE(MAST-IDX) = "Y"
               MOVE MA-CUR-SITE(MAST-IDX) TO WS-ASGN-SITE
               MOVE MA-CUR-DEPT(MAST-IDX) TO WS-ASGN-DEPT
               PERFORM FIND-OR-ADD-DEPT-PARA
               ADD 1 TO DT-HEAD(DEPT-IDX)
               IF MA-CUR-WALKED(MAST-IDX) = "Y"
                   ADD 1 TO DT-WALK(DEPT-IDX)
               END-IF
           END-IF
           IF MA-PREV-ACTIVE(MAST-IDX) = "Y"
               MOVE MA-PREV-SITE(MAST-IDX) TO WS-ASGN-SITE
               MOVE MA-PREV-DEPT(MAST-IDX) TO WS-ASGN-DEPT
               PERFORM FIND-OR-ADD-DEPT-PARA
               ADD 1 TO DT-PREV-HEAD(DEPT-IDX)
               IF MA-PREV-WALKED(MAST-IDX) = "Y"
                   ADD 1 TO DT-PREV-WALK(DEPT-IDX)
               END-IF
           END-IF
       END-PERFORM.

       FIND-OR-ADD-DEPT-PARA.
       MOVE "N" TO WS-FOUND
       PERFORM VARYING DEPT-IDX FROM 1 BY 1
               UNTIL DEPT-IDX > WS-DEPT-COUNT
           IF DT-SITE(DEPT-IDX) = WS-ASGN-SITE
                   AND DT-DEPT(DEPT-IDX) = WS-ASGN-DEPT
               MOVE "Y" TO WS-FOUND
               EXIT PERFORM
           END-IF
       END-PERFORM
       IF WS-FOUND = "N"
           IF WS-DEPT-COUNT < 200
               ADD 1 TO WS-DEPT-COUNT
               MOVE WS-DEPT-COUNT TO DEPT-IDX
               MOVE WS-ASGN-SITE TO DT-SITE(DEPT-IDX)
               MOVE WS-ASGN-DEPT TO DT-DEPT(DEPT-IDX)
               MOVE ZERO TO DT-HEAD(DEPT-IDX)
               MOVE ZERO TO DT-WALK(DEPT-IDX)
               MOVE ZERO TO DT-PREV-HEAD(DEPT-IDX)
               MOVE ZERO TO DT-PREV-WALK(DEPT-IDX)
           ELSE
               DISPLAY "DEPT-TABLE FULL (200) - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
       END-IF.

       SORT-DEPTS-PARA.
       PERFORM VARYING WS-SORT-I FROM 1 BY 1
               UNTIL WS-SORT-I NOT < WS-DEPT-COUNT
           PERFORM VARYING WS-SORT-J FROM 1 BY 1
                   UNTIL WS-SORT-J NOT LESS
                       WS-DEPT-COUNT - WS-SORT-I + 1
               IF DT-SITE(WS-SORT-J) > DT-SITE(WS-SORT-J + 1)
                   OR (DT-SITE(WS-SORT-J) = DT-SITE(WS-SORT-J + 1)
                   AND DT-DEPT(WS-SORT-J) > DT-DEPT(WS-SORT-J + 1))
                   MOVE DEPT-ENTRY(WS-SORT-J) TO WS-DEPT-SWAP
                   MOVE DEPT-ENTRY(WS-SORT-J + 1)
                       TO DEPT-ENTRY(WS-SORT-J)
                   MOVE WS-DEPT-SWAP TO DEPT-ENTRY(WS-SORT-J + 1)
               END-IF
           END-PERFORM
       END-PERFORM.

       PRINT-HEADER-PARA.
       MOVE SPACES TO PART-LINE
       STRING "PARTICIPATION BY SITE AND DEPARTMENT FROM "
           DELIMITED BY SIZE
           WS-FROM-DATE DELIMITED BY SIZE
           " TO " DELIMITED BY SIZE
           WS-TO-DATE DELIMITED BY SIZE
           INTO PART-LINE
       END-STRING
       WRITE PART-LINE
       MOVE SPACES TO PART-LINE
       STRING "BUSINESS DAYS=" DELIMITED BY SIZE
           WS-PERIOD-DAYS DELIMITED BY SIZE
           "  PREVIOUS PERIOD " DELIMITED BY SIZE
           WS-PREV-FROM DELIMITED BY SIZE
           " TO " DELIMITED BY SIZE
           WS-PREV-TO DELIMITED BY SIZE
           INTO PART-LINE
       END-STRING
       WRITE PART-LINE
       MOVE SPACES TO PART-LINE
       WRITE PART-LINE.

       PRINT-DEPTS-PARA.
       MOVE SPACES TO WS-HOLD-SITE
       PERFORM VARYING DEPT-IDX FROM 1 BY 1
               UNTIL DEPT-IDX > WS-DEPT-COUNT
           IF DT-SITE(DEPT-IDX) NOT = WS-HOLD-SITE
               IF DEPT-IDX > 1
                   PERFORM PRINT-SITE-TOTAL-PARA
               END-IF
               MOVE DT-SITE(DEPT-IDX) TO WS-HOLD-SITE
               MOVE ZERO TO WS-SITE-HEAD
               MOVE ZERO TO WS-SITE-WALK
               MOVE ZERO TO WS-SITE-PREV-HEAD
               MOVE ZERO TO WS-SITE-PREV-WALK
           END-IF
           ADD DT-HEAD(DEPT-IDX) TO WS-SITE-HEAD
           ADD DT-WALK(DEPT-IDX) TO WS-SITE-WALK
           ADD DT-PREV-HEAD(DEPT-IDX) TO WS-SITE-PREV-HEAD
           ADD DT-PREV-WALK(DEPT-IDX) TO WS-SITE-PREV-WALK
           ADD DT-HEAD(DEPT-IDX) TO WS-TOT-HEAD
           ADD DT-WALK(DEPT-IDX) TO WS-TOT-WALK
           ADD DT-PREV-HEAD(DEPT-IDX) TO WS-TOT-PREV-HEAD
           ADD DT-PREV-WALK(DEPT-IDX) TO WS-TOT-PREV-WALK
           MOVE DT-HEAD(DEPT-IDX) TO WS-HEAD
           MOVE DT-WALK(DEPT-IDX) TO WS-WALK
           MOVE DT-PREV-HEAD(DEPT-IDX) TO WS-PREV-HEAD
           MOVE DT-PREV-WALK(DEPT-IDX) TO WS-PREV-WALK
           MOVE SPACES TO WS-LINE-LABEL
           STRING DT-SITE(DEPT-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DT-DEPT(DEPT-IDX) DELIMITED BY SIZE
               INTO WS-LINE-LABEL
           END-STRING
           PERFORM PRINT-RATE-LINE-PARA
       END-PERFORM
       PERFORM PRINT-SITE-TOTAL-PARA
       MOVE SPACES TO PART-LINE
       WRITE PART-LINE
       MOVE WS-TOT-HEAD TO WS-HEAD
       MOVE WS-TOT-WALK TO WS-WALK
       MOVE WS-TOT-PREV-HEAD TO WS-PREV-HEAD
       MOVE WS-TOT-PREV-WALK TO WS-PREV-WALK
       MOVE "ALL SITES" TO WS-LINE-LABEL
       PERFORM PRINT-RATE-LINE-PARA.

       PRINT-SITE-TOTAL-PARA.
       MOVE WS-SITE-HEAD TO WS-HEAD
       MOVE WS-SITE-WALK TO WS-WALK
       MOVE WS-SITE-PREV-HEAD TO WS-PREV-HEAD
       MOVE WS-SITE-PREV-WALK TO WS-PREV-WALK
       MOVE SPACES TO WS-LINE-LABEL
       STRING WS-HOLD-SITE DELIMITED BY SIZE
           " SITE" DELIMITED BY SIZE
           INTO WS-LINE-LABEL
       END-STRING
       PERFORM PRINT-RATE-LINE-PARA
       MOVE SPACES TO PART-LINE
       WRITE PART-LINE.

      *> rates are participants per hundred on the books, to one
      *> decimal; CHANGE is this period's rate less the previous
      *> period's, in percentage points
       PRINT-RATE-LINE-PARA.
       IF WS-HEAD > ZERO
           COMPUTE WS-RATE ROUNDED = WS-WALK * 100 / WS-HEAD
       ELSE
           MOVE ZERO TO WS-RATE
       END-IF
       IF WS-PREV-HEAD > ZERO
           COMPUTE WS-PREV-RATE ROUNDED =
               WS-PREV-WALK * 100 / WS-PREV-HEAD
       ELSE
           MOVE ZERO TO WS-PREV-RATE
       END-IF
       COMPUTE WS-CHANGE = WS-RATE - WS-PREV-RATE
       IF WS-CHANGE < ZERO
           MOVE "-" TO WS-CHANGE-SIGN
       ELSE
           MOVE "+" TO WS-CHANGE-SIGN
       END-IF
       MOVE WS-CHANGE TO WS-CHANGE-ABS
       MOVE SPACES TO PART-LINE
       STRING WS-LINE-LABEL DELIMITED BY SIZE
           " HEADCOUNT=" DELIMITED BY SIZE
           WS-HEAD DELIMITED BY SIZE
           " WALKERS=" DELIMITED BY SIZE
           WS-WALK DELIMITED BY SIZE
           " RATE=" DELIMITED BY SIZE
           WS-RATE-X(1:3) DELIMITED BY SIZE
           "." DELIMITED BY SIZE
           WS-RATE-X(4:1) DELIMITED BY SIZE
           "% PREV=" DELIMITED BY SIZE
           WS-PREV-WALK DELIMITED BY SIZE
           "/" DELIMITED BY SIZE
           WS-PREV-HEAD DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-PREV-RATE-X(1:3) DELIMITED BY SIZE
           "." DELIMITED BY SIZE
           WS-PREV-RATE-X(4:1) DELIMITED BY SIZE
           "% CHANGE=" DELIMITED BY SIZE
           WS-CHANGE-SIGN DELIMITED BY SIZE
           WS-CHANGE-ABS-X(1:3) DELIMITED BY SIZE
           "." DELIMITED BY SIZE
           WS-CHANGE-ABS-X(4:1) DELIMITED BY SIZE
           INTO PART-LINE
       END-STRING
       WRITE PART-LINE.

      *> everyone on the books at TODATE with no WALKPOS day since
      *> the start of their site's outreach window, by department;
      *> walkers enrolled in a live challenge show its code
       PRINT-OUTREACH-PARA.
       MOVE SPACES TO PART-LINE
       WRITE PART-LINE
       MOVE SPACES TO PART-LINE
       STRING "OUTREACH LIST - NO ENTRIES IN THE LAST "
           DELIMITED BY SIZE
           WS-QUIET-DAYS DELIMITED BY SIZE
           " BUSINESS DAYS TO " DELIMITED BY SIZE
           WS-TO-DATE DELIMITED BY SIZE
           INTO PART-LINE
       END-STRING
       WRITE PART-LINE
       PERFORM VARYING DEPT-IDX FROM 1 BY 1
               UNTIL DEPT-IDX > WS-DEPT-COUNT
           IF DT-HEAD(DEPT-IDX) > ZERO
               PERFORM PRINT-OUTREACH-DEPT-PARA
           END-IF
       END-PERFORM
       MOVE SPACES TO PART-LINE
       WRITE PART-LINE
       STRING "EMPLOYEES TO CONTACT=" DELIMITED BY SIZE
           WS-OUT-COUNT DELIMITED BY SIZE
           "  OF WHOM QUIET CHALLENGE ENROLLEES=" DELIMITED BY SIZE
           WS-OUT-CHAL-COUNT DELIMITED BY SIZE
           INTO PART-LINE
       END-STRING
       WRITE PART-LINE.

       PRINT-OUTREACH-DEPT-PARA.
       MOVE ZERO TO WS-DEPT-OUT
       PERFORM VARYING MAST-IDX FROM 1 BY 1
               UNTIL MAST-IDX > WS-MAST-COUNT
           IF MA-CUR-ACTIVE(MAST-IDX) = "Y"
                   AND MA-CUR-SITE(MAST-IDX) = DT-SITE(DEPT-IDX)
                   AND MA-CUR-DEPT(MAST-IDX) = DT-DEPT(DEPT-IDX)
                   AND MA-LAST-DATE(MAST-IDX)
                       < MA-QUIET-FROM(MAST-IDX)
               IF WS-DEPT-OUT = ZERO
                   MOVE SPACES TO PART-LINE
                   STRING "SITE=" DELIMITED BY SIZE
                       DT-SITE(DEPT-IDX) DELIMITED BY SIZE
                       " DEPT=" DELIMITED BY SIZE
                       DT-DEPT(DEPT-IDX) DELIMITED BY SIZE
                       INTO PART-LINE
                   END-STRING
                   WRITE PART-LINE
               END-IF
               ADD 1 TO WS-DEPT-OUT
               ADD 1 TO WS-OUT-COUNT
               PERFORM PRINT-OUTREACH-LINE-PARA
           END-IF
       END-PERFORM.

       PRINT-OUTREACH-LINE-PARA.
       IF MA-LAST-DATE(MAST-IDX) = ZERO
           MOVE "NONE" TO WS-LAST-SHOW
       ELSE
           MOVE MA-LAST-DATE(MAST-IDX) TO WS-LAST-SHOW
       END-IF
       MOVE SPACES TO PART-LINE
       STRING "  " DELIMITED BY SIZE
           MA-EMP-ID(MAST-IDX) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           MA-NAME(MAST-IDX) DELIMITED BY SIZE
           " LAST ENTRY=" DELIMITED BY SIZE
           WS-LAST-SHOW DELIMITED BY SIZE
           INTO PART-LINE
       END-STRING
       IF MA-CHAL-CODE(MAST-IDX) NOT = SPACES
           ADD 1 TO WS-OUT-CHAL-COUNT
           MOVE " ENROLLED IN CHALLENGE " TO PART-LINE(50:23)
           MOVE MA-CHAL-CODE(MAST-IDX) TO PART-LINE(73:6)
       END-IF
       WRITE PART-LINE.
