               ACCESS MODE IS RANDOM
               RECORD KEY IS RC-RUN-KEY
               FILE STATUS IS WS-RUNC-STATUS.
           SELECT WALK-PERD-FILE ASSIGN TO "WALKPERD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PD-PERIOD-YYYYMM
               FILE STATUS IS WS-PERD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  WALK-LOG-FILE.
       COPY EMPMAST.
       FD  WALK-RUNC-FILE.
       COPY WALKRUNC.
       FD  WALK-PERD-FILE.
       COPY WALKPERD.
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-TXN-STATUS PIC XX.
       01 WS-SUSP-STATUS PIC XX.
       01 WS-SUSP-REASON PIC X(4).
       01 WS-RUNC-STATUS PIC XX.
       01 WS-PERD-STATUS PIC XX.
       01 WS-PERD-OPEN PIC X VALUE "N".
       01 WS-PERD-DATE PIC 9(8).
       01 WS-PERD-CLOSED PIC X VALUE "N".
       01 WS-WRITE-OK PIC X VALUE "Y".
       01 WS-RC-IN PIC 9(9) VALUE ZERO.
       01 WS-RC-POSTED PIC 9(9) VALUE ZERO.
       01 WS-BUILD-UOM PIC X(2).
       01 WS-BUILD-STATUS PIC X(1).
       01 WS-BUILD-REASON PIC X(30).
       01 WS-BUILD-SOURCE PIC X(1).
       01 WS-ORIG-FOUND PIC X VALUE "N".
       01 WS-SCAN-DONE PIC X VALUE "N".
       01 WS-CHECK-EMP-ID PIC X(6).
       PERFORM OPEN-EMP-MAST-PARA
       PERFORM OPEN-WALK-LOG-PARA
       PERFORM OPEN-WALK-EXCP-PARA
       PERFORM OPEN-WALK-PERD-PARA
       IF WS-RUN-MODE = "BATCH"
           PERFORM BATCH-ENTRY-PARA
       ELSE
       CLOSE WALK-LOG-FILE
       CLOSE WALK-EXCP-FILE
       CLOSE EMP-MAST-FILE
       IF WS-PERD-OPEN = "Y"
           CLOSE WALK-PERD-FILE
       END-IF
       STOP RUN.

       OPEN-EMP-MAST-PARA.
           OPEN OUTPUT WALK-EXCP-FILE
       END-IF.

      *> no WALKPERD file yet means no month has ever been closed
       OPEN-WALK-PERD-PARA.
       OPEN INPUT WALK-PERD-FILE
       EVALUATE WS-PERD-STATUS
           WHEN "00"
               MOVE "Y" TO WS-PERD-OPEN
           WHEN "35"
               MOVE "N" TO WS-PERD-OPEN
           WHEN OTHER
               DISPLAY "CANNOT OPEN WALKPERD - STATUS " WS-PERD-STATUS
               STOP RUN
       END-EVALUATE.

       CHECK-PERIOD-PARA.
       MOVE "N" TO WS-PERD-CLOSED
       IF WS-PERD-OPEN = "N"
           EXIT PARAGRAPH
       END-IF
       MOVE WS-PERD-DATE(1:6) TO PD-PERIOD-YYYYMM
       READ WALK-PERD-FILE
       IF WS-PERD-STATUS = "00" AND PD-STATUS = "C"
           MOVE "Y" TO WS-PERD-CLOSED
       END-IF.

       CHECK-ORIGINAL-PARA.
       MOVE "N" TO WS-ORIG-FOUND
       MOVE "N" TO WS-SCAN-DONE
       ELSE
           MOVE WS-RUN-YYYYMMDD TO WS-CORR-DATE
           MOVE SPACES TO WS-REASON
           MOVE WS-CORR-DATE TO WS-PERD-DATE
           PERFORM CHECK-PERIOD-PARA
           IF WS-PERD-CLOSED = "Y"
               DISPLAY "今月は締め済みです。"
                   "登録できません。"
               EXIT PARAGRAPH
           END-IF
      *> a keyed entry with a reason can stand over a band reading
      *> at sites whose source rule asks for one
           DISPLAY "理由を入力してください(任意):"
           ACCEPT WS-REASON
       END-IF
       PERFORM GET-UOM-PARA
       MOVE "N" TO WS-CONV-OK
       MOVE UOM-CODE TO WS-BUILD-UOM
       MOVE WS-REASON TO WS-BUILD-REASON
       MOVE WS-CONV-RESULT TO WS-BUILD-DISTANCE
       MOVE "M" TO WS-BUILD-SOURCE
       IF WS-TXN-TYPE = "C"
           MOVE "C" TO WS-BUILD-STATUS
       ELSE
       MOVE WS-BUILD-STATUS TO WL-REC-STATUS
       MOVE FUNCTION CURRENT-DATE(1:16) TO WL-TIMESTAMP
       MOVE WS-BUILD-REASON TO WL-REASON
       MOVE WS-BUILD-SOURCE TO WL-SOURCE-CODE
       IF WS-BUILD-DISTANCE > WC-MAX-DISTANCE-KM
           MOVE "Y" TO WL-EXCEPTION-FLAG
       ELSE
               MOVE EMPLOYEE-ID TO WS-CHECK-EMP-ID
               MOVE WS-CORR-DATE TO WS-CHECK-DATE
               PERFORM CHECK-ORIGINAL-PARA
               MOVE WS-CORR-DATE TO WS-PERD-DATE
               PERFORM CHECK-PERIOD-PARA
               EVALUATE TRUE
                   WHEN WS-ORIG-FOUND NOT = "Y"
                       DISPLAY "元データがありません。"
                   WHEN WS-PERD-CLOSED = "Y"
                       DISPLAY "締め済みの月です。"
                   WHEN OTHER
                       MOVE "Y" TO WS-CORR-DATE-OK
               END-EVALUATE
           ELSE
               DISPLAY "日付を入力してください。"
           END-IF

       WRITE-SUSPENSE-PARA.
       MOVE WALK-TXN-RECORD TO SU-TXN-DATA
       MOVE WT-SOURCE-CODE TO SU-SOURCE-CODE
       MOVE WS-SUSP-REASON TO SU-REJECT-REASON
       MOVE WS-RUN-YYYYMMDD TO SU-REJECT-DATE
       MOVE "P" TO SU-STATUS
           AND (WT-UOM-CODE = "KM" OR WT-UOM-CODE = "MI")
           AND (WT-TXN-TYPE = "E" OR WT-TXN-TYPE = "C")
           AND (WT-TXN-TYPE NOT = "C" OR WT-CORR-DATE IS NUMERIC)
           PERFORM SET-SLIP-DATE-PARA
           PERFORM CHECK-PERIOD-PARA
           IF WS-PERD-CLOSED = "Y"
               DISPLAY "SKIPPED TXN FOR CLOSED PERIOD "
                   WT-EMPLOYEE-ID " " WS-PERD-DATE
               MOVE "CLSD" TO WS-SUSP-REASON
               PERFORM WRITE-SUSPENSE-PARA
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-ORIG-FOUND
           IF WT-TXN-TYPE = "C"
               MOVE WT-EMPLOYEE-ID TO WS-CHECK-EMP-ID
                       ELSE
                           MOVE WS-RUN-YYYYMMDD TO WS-BUILD-RUN-DATE
                       END-IF
                       IF WT-SOURCE-CODE = "D"
                           MOVE SPACES TO WS-BUILD-REASON
                       ELSE
                           MOVE WT-REASON TO WS-BUILD-REASON
                       END-IF
                       MOVE "O" TO WS-BUILD-STATUS
                   END-IF
                   PERFORM SET-SLIP-SOURCE-PARA
                   PERFORM BUILD-WALK-LOG-PARA
                   IF WS-WRITE-OK = "Y"
                       ADD 1 TO WS-RC-POSTED
           PERFORM DETERMINE-REJECT-PARA
           PERFORM WRITE-SUSPENSE-PARA
       END-IF.

      *> the day a slip posts to - the corrected day for a "C" slip,
      *> the walked day (or today) for an "E" slip
       SET-SLIP-DATE-PARA.
       IF WT-TXN-TYPE = "C"
           MOVE WT-CORR-DATE TO WS-PERD-DATE
       ELSE
           IF WT-ENTRY-DATE IS NUMERIC AND WT-ENTRY-DATE > ZERO
               MOVE WT-ENTRY-DATE TO WS-PERD-DATE
           ELSE
               MOVE WS-RUN-YYYYMMDD TO WS-PERD-DATE
           END-IF
       END-IF.

      *> slips written before the source byte existed, and any the
      *> slip does not name, were keyed by hand
       SET-SLIP-SOURCE-PARA.
       IF WT-SOURCE-CODE = "D" OR WT-SOURCE-CODE = "S"
           MOVE WT-SOURCE-CODE TO WS-BUILD-SOURCE
       ELSE
           MOVE "M" TO WS-BUILD-SOURCE
       END-IF.
