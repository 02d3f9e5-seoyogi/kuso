               ACCESS MODE IS RANDOM
               RECORD KEY IS RC-RUN-KEY
               FILE STATUS IS WS-RUNC-STATUS.
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
           SELECT EXCP-DISP-FILE ASSIGN TO "EXCPDISP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS XD-DISP-KEY
               FILE STATUS IS WS-DISP-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  WALK-POS-FILE.
       COPY EMPMAST.
       FD  WALK-RUNC-FILE.
       COPY WALKRUNC.
       FD  WALK-SENT-FILE.
       COPY WALKSENT.
       FD  WALK-ADJ-FILE.
       COPY WALKADJ.
       FD  EXCP-DISP-FILE.
       COPY EXCPDISP.
       WORKING-STORAGE SECTION.
       01 WS-EOF PIC X VALUE "N".
       01 WS-FILE-STATUS PIC XX.
       01 WS-POS-OPEN PIC X VALUE "N".
       01 WS-RC-IN PIC 9(9) VALUE ZERO.
       01 WS-RC-POSTED PIC 9(9) VALUE ZERO.
       01 WS-SENT-STATUS PIC XX.
       01 WS-ADJ-STATUS PIC XX.
       01 WS-DISP-STATUS PIC XX.
       01 WS-DISP-OPEN PIC X VALUE "N".
       01 WS-SCAN-EOF PIC X VALUE "N".
       01 WS-START-TS PIC X(16).
       01 WS-LOOK-EMP-ID PIC X(6).
       01 WS-NEW-DISTANCE PIC 9(6).
       01 WS-NEW-ELIGIBLE PIC X.
       01 WS-OLD-DISTANCE PIC 9(6).
       01 WS-OLD-ELIGIBLE PIC X.
       01 WS-ADJ-EMP-ID PIC X(6).
       01 WS-ADJ-RUN-DATE PIC 9(8).
       01 WS-ADJ-REASON PIC X(4).
       01 WS-ADJ-TS PIC X(16).
       01 WS-CHK-DATE PIC 9(8) VALUE ZERO.
       01 WS-CHK-SENT PIC X VALUE "N".
       01 WS-ADJ-IN PIC 9(9) VALUE ZERO.
       01 WS-ADJ-WRITTEN PIC 9(9) VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PARA.
       ACCEPT WS-CMD-LINE FROM COMMAND-LINE
       ELSE
           ACCEPT WS-EXPORT-DATE FROM DATE YYYYMMDD
       END-IF
       MOVE FUNCTION CURRENT-DATE(1:16) TO WS-START-TS
       PERFORM OPEN-RUNC-PARA
       PERFORM CHECK-ALREADY-EXPORTED-PARA
       PERFORM OPEN-SENT-ADJ-PARA
       PERFORM START-RUN-CONTROL-PARA
       PERFORM OPEN-EMP-MAST-PARA
       OPEN INPUT EXCP-DISP-FILE
       IF WS-DISP-STATUS = "00"
           MOVE "Y" TO WS-DISP-OPEN
       END-IF
       OPEN INPUT WALK-POS-FILE
       OPEN OUTPUT WALK-VENDOR-FILE
       IF WS-FILE-STATUS = "00"
                       END-IF
               END-READ
           END-PERFORM
           PERFORM SCAN-CHANGED-POS-PARA
           PERFORM SCAN-VOIDED-SENT-PARA
           PERFORM WRITE-ADJUSTMENTS-PARA
           CLOSE WALK-POS-FILE
       ELSE
           DISPLAY "CANNOT OPEN WALKPOS - STATUS " WS-FILE-STATUS
       IF WS-MAST-OPEN = "Y"
           CLOSE EMP-MAST-FILE
       END-IF
       IF WS-DISP-OPEN = "Y"
           CLOSE EXCP-DISP-FILE
       END-IF
       CLOSE WALK-SENT-FILE
       CLOSE WALK-ADJ-FILE
       PERFORM END-RUN-CONTROL-PARA
       PERFORM ADJ-RUN-CONTROL-PARA
       CLOSE WALK-RUNC-FILE
       DISPLAY "WALKEXP " WS-EXPORT-DATE
           " EXPORTED=" WS-RC-POSTED
           " ADJUSTMENTS=" WS-ADJ-WRITTEN
       STOP RUN.

       OPEN-RUNC-PARA.
           STOP RUN
       END-IF.

      *> without the ledger there is no telling what the vendor was
      *> already given, so neither file being available is a stop
       OPEN-SENT-ADJ-PARA.
       OPEN I-O WALK-SENT-FILE
       IF WS-SENT-STATUS = "35"
           OPEN OUTPUT WALK-SENT-FILE
           CLOSE WALK-SENT-FILE
           OPEN I-O WALK-SENT-FILE
       END-IF
       IF WS-SENT-STATUS NOT = "00"
           DISPLAY "CANNOT OPEN WALKSENT - STATUS " WS-SENT-STATUS
           CLOSE WALK-RUNC-FILE
           STOP RUN
       END-IF
       OPEN I-O WALK-ADJ-FILE
       IF WS-ADJ-STATUS = "35"
           OPEN OUTPUT WALK-ADJ-FILE
           CLOSE WALK-ADJ-FILE
           OPEN I-O WALK-ADJ-FILE
       END-IF
       IF WS-ADJ-STATUS NOT = "00"
           DISPLAY "CANNOT OPEN WALKADJ - STATUS " WS-ADJ-STATUS
           CLOSE WALK-SENT-FILE
           CLOSE WALK-RUNC-FILE
           STOP RUN
       END-IF.

       START-RUN-CONTROL-PARA.
       MOVE "WALKEXP " TO RC-PROGRAM
       MOVE WS-EXPORT-DATE TO RC-BUS-DATE
           DISPLAY "RUN-CONTROL RECORD MISSING AT END OF RUN"
       END-IF.

      *> the adjustments ride in the same WALKVEND file but are
      *> recorded under their own program name so RUNBAL shows how
      *> many already-exported days went out again
       ADJ-RUN-CONTROL-PARA.
       MOVE "WALKADJ " TO RC-PROGRAM
       MOVE WS-EXPORT-DATE TO RC-BUS-DATE
       READ WALK-RUNC-FILE
       IF WS-RUNC-STATUS NOT = "00"
           MOVE "WALKADJ " TO RC-PROGRAM
           MOVE WS-EXPORT-DATE TO RC-BUS-DATE
       END-IF
       MOVE WS-START-TS TO RC-START-TS
       MOVE FUNCTION CURRENT-DATE(1:16) TO RC-END-TS
       MOVE WS-ADJ-IN TO RC-RECS-IN
       MOVE WS-ADJ-WRITTEN TO RC-RECS-POSTED
       COMPUTE RC-RECS-SKIPPED = WS-ADJ-IN - WS-ADJ-WRITTEN
       EVALUATE TRUE
           WHEN WS-POS-OPEN = "N"
               MOVE "ERR " TO RC-STATUS
           WHEN WS-ADJ-IN = WS-ADJ-WRITTEN
               MOVE "OK  " TO RC-STATUS
           WHEN OTHER
               MOVE "OOB " TO RC-STATUS
       END-EVALUATE
       IF WS-RUNC-STATUS = "00"
           REWRITE WALK-RUN-RECORD
       ELSE
           WRITE WALK-RUN-RECORD
       END-IF.

       OPEN-EMP-MAST-PARA.
       OPEN INPUT EMP-MAST-FILE
       IF WS-EMP-STATUS = "00"
       MOVE SPACES TO WV-EMPLOYEE-NAME
       MOVE SPACES TO WV-SITE-CODE
       IF WS-MAST-OPEN = "Y"
           MOVE WS-LOOK-EMP-ID TO EM-EMPLOYEE-ID
           READ EMP-MAST-FILE
           IF WS-EMP-STATUS = "00"
               MOVE EM-EMPLOYEE-NAME TO WV-EMPLOYEE-NAME

      *> a flagged day approved by the wellness lead earns points
      *> like any other; voided days never reach the position file
       SET-ELIGIBLE-PARA.
       MOVE DP-DISTANCE TO WS-NEW-DISTANCE
       EVALUATE TRUE
           WHEN DP-DISTANCE = ZERO
               MOVE "N" TO WS-NEW-ELIGIBLE
           WHEN DP-EXCEPTION-FLAG = "Y"
                   AND DP-REVIEW-STATUS NOT = "A"
               MOVE "N" TO WS-NEW-ELIGIBLE
           WHEN OTHER
               MOVE "Y" TO WS-NEW-ELIGIBLE
       END-EVALUATE.

       EXPORT-ONE-PARA.
       PERFORM SET-ELIGIBLE-PARA
       MOVE DP-EMPLOYEE-ID TO WV-EMPLOYEE-ID
       MOVE WS-EXPORT-DATE TO WV-RUN-DATE
       MOVE WS-NEW-DISTANCE TO WV-DISTANCE
       MOVE WS-NEW-ELIGIBLE TO WV-POINTS-ELIGIBLE
       MOVE DP-EMPLOYEE-ID TO WS-LOOK-EMP-ID
       PERFORM LOOKUP-EMP-MAST-PARA
       MOVE "D" TO WV-REC-TYPE
       MOVE SPACES TO WV-ADJ-REASON
       MOVE WS-EXPORT-DATE TO WV-EXPORT-DATE
       WRITE WALK-VENDOR-RECORD
       ADD 1 TO WS-RC-POSTED
       MOVE DP-EMPLOYEE-ID TO SN-EMPLOYEE-ID
       MOVE DP-RUN-DATE TO SN-RUN-DATE
       PERFORM RECORD-SENT-PARA.

       RECORD-SENT-PARA.
       MOVE WS-NEW-DISTANCE TO SN-DISTANCE
       MOVE WS-NEW-ELIGIBLE TO SN-POINTS-ELIGIBLE
       MOVE WS-EXPORT-DATE TO SN-SENT-DATE
       WRITE WALK-SENT-RECORD
           INVALID KEY
               REWRITE WALK-SENT-RECORD
       END-WRITE
       IF WS-SENT-STATUS NOT = "00"
           DISPLAY "CANNOT RECORD SENT DAY " SN-EMPLOYEE-ID " "
               SN-RUN-DATE " - STATUS " WS-SENT-STATUS
       END-IF.

      *> every earlier day still in the position file is held up
      *> against what the vendor was last given for it: a changed
      *> distance or eligibility goes out again as an adjustment,
      *> and a day the ledger never had is sent late if that day was
      *> already exported (days exported before the ledger was
      *> started have nothing to compare with)
       SCAN-CHANGED-POS-PARA.
       MOVE "N" TO WS-SCAN-EOF
       MOVE LOW-VALUES TO DP-POS-KEY
       START WALK-POS-FILE KEY IS NOT LESS THAN DP-POS-KEY
       END-START
       IF WS-FILE-STATUS NOT = "00"
           MOVE "Y" TO WS-SCAN-EOF
       END-IF
       PERFORM UNTIL WS-SCAN-EOF = "Y"
           READ WALK-POS-FILE NEXT
               AT END
                   MOVE "Y" TO WS-SCAN-EOF
               NOT AT END
                   IF DP-RUN-DATE < WS-EXPORT-DATE
                       PERFORM CHECK-POS-CHANGED-PARA
                   END-IF
           END-READ
       END-PERFORM.

       CHECK-POS-CHANGED-PARA.
       PERFORM SET-ELIGIBLE-PARA
       MOVE DP-EMPLOYEE-ID TO WS-ADJ-EMP-ID
       MOVE DP-RUN-DATE TO WS-ADJ-RUN-DATE
       MOVE DP-TIMESTAMP TO WS-ADJ-TS
       MOVE DP-EMPLOYEE-ID TO SN-EMPLOYEE-ID
       MOVE DP-RUN-DATE TO SN-RUN-DATE
       READ WALK-SENT-FILE
       IF WS-SENT-STATUS = "00"
           IF SN-DISTANCE NOT = WS-NEW-DISTANCE
               OR SN-POINTS-ELIGIBLE NOT = WS-NEW-ELIGIBLE
               MOVE SN-DISTANCE TO WS-OLD-DISTANCE
               MOVE SN-POINTS-ELIGIBLE TO WS-OLD-ELIGIBLE
               MOVE SPACES TO WS-ADJ-REASON
               PERFORM REGISTER-ADJ-PARA
           END-IF
       ELSE
           PERFORM CHECK-DAY-SENT-PARA
           IF WS-CHK-SENT = "Y"
               MOVE ZERO TO WS-OLD-DISTANCE
               MOVE "N" TO WS-OLD-ELIGIBLE
               MOVE "LATE" TO WS-ADJ-REASON
               PERFORM REGISTER-ADJ-PARA
           END-IF
       END-IF.

      *> a day counts as exported when its WALKEXP run-control record
      *> stands at "EXP ", whether or not that run sent any records;
      *> a day exported before the ledger was started has no WALKADJ
      *> run-control record beside it and nothing to compare with, so
      *> it is left alone. The answer is kept for the next position
      *> on the same day
       CHECK-DAY-SENT-PARA.
       IF DP-RUN-DATE = WS-CHK-DATE
           EXIT PARAGRAPH
       END-IF
       MOVE DP-RUN-DATE TO WS-CHK-DATE
       MOVE "N" TO WS-CHK-SENT
       MOVE "WALKEXP " TO RC-PROGRAM
       MOVE DP-RUN-DATE TO RC-BUS-DATE
       READ WALK-RUNC-FILE
       IF WS-RUNC-STATUS = "00" AND RC-STATUS = "EXP "
           MOVE "WALKADJ " TO RC-PROGRAM
           MOVE DP-RUN-DATE TO RC-BUS-DATE
           READ WALK-RUNC-FILE
           IF WS-RUNC-STATUS = "00"
               MOVE "Y" TO WS-CHK-SENT
           END-IF
       END-IF.

      *> a voided exception drops the day from the position file, so
      *> the ledger is walked for sent days that no longer have a
      *> position; only a "V" disposition makes that a change - days
      *> archived out of WALKLOG drop out the same way and were not
      *> changed at all
       SCAN-VOIDED-SENT-PARA.
       IF WS-DISP-OPEN = "N"
           DISPLAY "EXCPDISP NOT AVAILABLE - VOIDED DAYS NOT CHECKED"
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO WS-SCAN-EOF
       MOVE LOW-VALUES TO SN-SENT-KEY
       START WALK-SENT-FILE KEY IS NOT LESS THAN SN-SENT-KEY
       END-START
       IF WS-SENT-STATUS NOT = "00"
           MOVE "Y" TO WS-SCAN-EOF
       END-IF
       PERFORM UNTIL WS-SCAN-EOF = "Y"
           READ WALK-SENT-FILE NEXT
               AT END
                   MOVE "Y" TO WS-SCAN-EOF
               NOT AT END
                   IF SN-RUN-DATE < WS-EXPORT-DATE
                       AND (SN-DISTANCE NOT = ZERO
                           OR SN-POINTS-ELIGIBLE NOT = "N")
                       PERFORM CHECK-SENT-VOIDED-PARA
                   END-IF
           END-READ
       END-PERFORM.

       CHECK-SENT-VOIDED-PARA.
       MOVE SN-EMPLOYEE-ID TO DP-EMPLOYEE-ID
       MOVE SN-RUN-DATE TO DP-RUN-DATE
       READ WALK-POS-FILE
       IF WS-FILE-STATUS = "00"
           EXIT PARAGRAPH
       END-IF
       MOVE SN-EMPLOYEE-ID TO XD-EMPLOYEE-ID
       MOVE SN-RUN-DATE TO XD-RUN-DATE
       READ EXCP-DISP-FILE
       IF WS-DISP-STATUS = "00" AND XD-DISPOSITION = "V"
           MOVE SN-EMPLOYEE-ID TO WS-ADJ-EMP-ID
           MOVE SN-RUN-DATE TO WS-ADJ-RUN-DATE
           MOVE SPACES TO WS-ADJ-TS
           MOVE SN-DISTANCE TO WS-OLD-DISTANCE
           MOVE SN-POINTS-ELIGIBLE TO WS-OLD-ELIGIBLE
           MOVE ZERO TO WS-NEW-DISTANCE
           MOVE "N" TO WS-NEW-ELIGIBLE
           MOVE "VOID" TO WS-ADJ-REASON
           PERFORM REGISTER-ADJ-PARA
       END-IF.

      *> one register entry per day per export: a FORCE rerun that
      *> finds the day changed again updates the entry already made
      *> for this export, keeping the figure the vendor held before
      *> it, and drops the entry if the day is back where it was
       REGISTER-ADJ-PARA.
       MOVE WS-ADJ-EMP-ID TO AJ-EMPLOYEE-ID
       MOVE WS-ADJ-RUN-DATE TO AJ-RUN-DATE
       MOVE WS-EXPORT-DATE TO AJ-SENT-DATE
       READ WALK-ADJ-FILE
       IF WS-ADJ-STATUS = "00"
           MOVE AJ-OLD-DISTANCE TO WS-OLD-DISTANCE
           MOVE AJ-OLD-ELIGIBLE TO WS-OLD-ELIGIBLE
           IF AJ-REASON = "LATE"
               MOVE "LATE" TO WS-ADJ-REASON
           END-IF
       END-IF
       IF WS-ADJ-REASON = SPACES
           IF WS-NEW-DISTANCE NOT = WS-OLD-DISTANCE
               MOVE "DIST" TO WS-ADJ-REASON
           ELSE
               MOVE "ELIG" TO WS-ADJ-REASON
           END-IF
       END-IF
       IF WS-ADJ-STATUS = "00"
           IF WS-NEW-DISTANCE = WS-OLD-DISTANCE
               AND WS-NEW-ELIGIBLE = WS-OLD-ELIGIBLE
               AND WS-ADJ-REASON NOT = "LATE"
               DELETE WALK-ADJ-FILE
           ELSE
               PERFORM SET-ADJ-FIELDS-PARA
               REWRITE WALK-ADJ-RECORD
           END-IF
       ELSE
           MOVE WS-OLD-DISTANCE TO AJ-OLD-DISTANCE
           MOVE WS-OLD-ELIGIBLE TO AJ-OLD-ELIGIBLE
           PERFORM SET-ADJ-FIELDS-PARA
           WRITE WALK-ADJ-RECORD
       END-IF
       IF WS-ADJ-STATUS NOT = "00"
           DISPLAY "CANNOT REGISTER ADJUSTMENT " WS-ADJ-EMP-ID " "
               WS-ADJ-RUN-DATE " - STATUS " WS-ADJ-STATUS
           EXIT PARAGRAPH
       END-IF
       MOVE WS-ADJ-EMP-ID TO SN-EMPLOYEE-ID
       MOVE WS-ADJ-RUN-DATE TO SN-RUN-DATE
       PERFORM RECORD-SENT-PARA.

       SET-ADJ-FIELDS-PARA.
       MOVE WS-ADJ-REASON TO AJ-REASON
       MOVE WS-NEW-DISTANCE TO AJ-NEW-DISTANCE
       MOVE WS-NEW-ELIGIBLE TO AJ-NEW-ELIGIBLE
       MOVE WS-ADJ-TS TO AJ-POS-TIMESTAMP
       MOVE SPACE TO AJ-ACK-CODE
       MOVE ZERO TO AJ-POINTS-AWARDED
       MOVE ZERO TO AJ-ACK-DATE.

      *> the adjustments go out from the register rather than as
      *> they are found, so a FORCE rerun resends every adjustment
      *> this export carried, including ones the ledger already
      *> shows as sent
       WRITE-ADJUSTMENTS-PARA.
       MOVE "N" TO WS-SCAN-EOF
       MOVE WS-EXPORT-DATE TO AJ-SENT-DATE
       START WALK-ADJ-FILE KEY IS NOT LESS THAN AJ-SENT-DATE
       END-START
       IF WS-ADJ-STATUS NOT = "00"
           MOVE "Y" TO WS-SCAN-EOF
       END-IF
       PERFORM UNTIL WS-SCAN-EOF = "Y"
           READ WALK-ADJ-FILE NEXT
               AT END
                   MOVE "Y" TO WS-SCAN-EOF
               NOT AT END
                   IF AJ-SENT-DATE = WS-EXPORT-DATE
                       ADD 1 TO WS-ADJ-IN
                       PERFORM EXPORT-ADJ-PARA
                   ELSE
                       MOVE "Y" TO WS-SCAN-EOF
                   END-IF
           END-READ
       END-PERFORM.

       EXPORT-ADJ-PARA.
       MOVE AJ-EMPLOYEE-ID TO WV-EMPLOYEE-ID
       MOVE AJ-RUN-DATE TO WV-RUN-DATE
       MOVE AJ-NEW-DISTANCE TO WV-DISTANCE
       MOVE AJ-NEW-ELIGIBLE TO WV-POINTS-ELIGIBLE
       MOVE AJ-EMPLOYEE-ID TO WS-LOOK-EMP-ID
       PERFORM LOOKUP-EMP-MAST-PARA
       MOVE "A" TO WV-REC-TYPE
       MOVE AJ-REASON TO WV-ADJ-REASON
       MOVE WS-EXPORT-DATE TO WV-EXPORT-DATE
       WRITE WALK-VENDOR-RECORD
       ADD 1 TO WS-ADJ-WRITTEN.
