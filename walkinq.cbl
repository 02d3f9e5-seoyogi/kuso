           SELECT WALK-HIST-FILE ASSIGN TO "WALKHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT WALK-ADJ-FILE ASSIGN TO "WALKADJ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AJ-ADJ-KEY
               ALTERNATE RECORD KEY IS AJ-SENT-DATE
                   WITH DUPLICATES
               FILE STATUS IS WS-ADJ-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  WALK-LOG-FILE.
       FD  EMP-MAST-FILE.
       COPY EMPMAST.
       FD  WALK-HIST-FILE.
       01  WALK-HIST-RECORD PIC X(68).
       FD  WALK-ADJ-FILE.
       COPY WALKADJ.
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-EMP-STATUS PIC XX.
       01 WS-HIST-STATUS PIC XX.
       01 WS-ADJ-STATUS PIC XX.
       01 WS-ADJ-DONE PIC X.
       01 WS-HIST-EOF PIC X.
      *> set while showing rows pulled from the WALKHIST archive
      *> so the screen says which rows are no longer in WALKLOG
           DISPLAY "該当データがありません。"
       ELSE
           DISPLAY "件数: " WS-REC-COUNT
       END-IF
       PERFORM LIST-ADJ-PARA.

      *> days re-sent to the vendor after their first export, with
      *> the figure the vendor held before, the one sent in its
      *> place and what the vendor made of it - the answer to "why
      *> did my points change"
       LIST-ADJ-PARA.
       OPEN INPUT WALK-ADJ-FILE
       IF WS-ADJ-STATUS NOT = "00"
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO WS-ADJ-DONE
       MOVE WS-EMP-ID TO AJ-EMPLOYEE-ID
       MOVE WS-FROM-DATE TO AJ-RUN-DATE
       MOVE ZERO TO AJ-SENT-DATE
       START WALK-ADJ-FILE KEY IS NOT LESS THAN AJ-ADJ-KEY
       END-START
       IF WS-ADJ-STATUS NOT = "00"
           MOVE "Y" TO WS-ADJ-DONE
       END-IF
       PERFORM UNTIL WS-ADJ-DONE = "Y"
           READ WALK-ADJ-FILE NEXT
               AT END
                   MOVE "Y" TO WS-ADJ-DONE
               NOT AT END
                   IF AJ-EMPLOYEE-ID NOT = WS-EMP-ID
                       OR AJ-RUN-DATE > WS-TO-DATE
                       MOVE "Y" TO WS-ADJ-DONE
                   ELSE
                       DISPLAY "  ベンダー再送 " AJ-RUN-DATE
                           " 送信日=" AJ-SENT-DATE
                           " 理由=" AJ-REASON
                       DISPLAY "       距離 " AJ-OLD-DISTANCE
                           "->" AJ-NEW-DISTANCE
                           " 対象 " AJ-OLD-ELIGIBLE
                           "->" AJ-NEW-ELIGIBLE
                           " 応答=" AJ-ACK-CODE
                           " ポイント=" AJ-POINTS-AWARDED
                   END-IF
           END-READ
       END-PERFORM
       CLOSE WALK-ADJ-FILE.

      *> a range reaching back past the archive cutoff pulls the
      *> walker's archived entries first, so one inquiry covers
