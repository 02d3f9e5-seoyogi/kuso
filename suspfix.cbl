           SELECT WALK-TXN-FILE ASSIGN TO "WALKTXN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.
           SELECT WALK-PERD-FILE ASSIGN TO "WALKPERD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PD-PERIOD-YYYYMM
               FILE STATUS IS WS-PERD-STATUS.
           SELECT OPER-MAST-FILE ASSIGN TO "OPERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OP-OPERATOR-ID
               FILE STATUS IS WS-OPER-STATUS.
           SELECT MAINT-AUD-FILE ASSIGN TO "MAINTAUD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  WALK-SUSP-FILE.
       COPY WALKSUSP.
       FD  WALK-TXN-FILE.
       01  WALK-TXN-OUT PIC X(59).
       FD  WALK-PERD-FILE.
       COPY WALKPERD.
       FD  OPER-MAST-FILE.
       COPY OPERMAST.
       FD  MAINT-AUD-FILE.
       01  MAINT-AUD-LINE PIC X(299).
       WORKING-STORAGE SECTION.
       01 WS-SUSP-STATUS PIC XX.
       01 WS-TXN-STATUS PIC XX.
       01 WS-PERD-STATUS PIC XX.
       01 WS-PERD-DATE PIC 9(8).
       01 WS-PERD-CLOSED PIC X VALUE "N".
       COPY WALKTXN.
       01 WS-ACTION PIC X(1).
       01 WS-DONE PIC X VALUE "N".
       01 WS-TYPE-INPUT PIC X(1).
       01 WS-DATE-INPUT PIC X(8).
       01 WS-REASON-INPUT PIC X(30).
       01 WS-OPER-STATUS PIC XX.
       01 WS-AUD-STATUS PIC XX.
       01 WS-SIGNON-ID PIC X(6).
       01 WS-SIGNON-PASSWORD PIC X(8).
       01 WS-SIGNON-TRIES PIC 9.
       01 WS-SIGNED-ON PIC X VALUE "N".
       01 WS-OPER-AUTH PIC X(1).
       01 WS-NEED-AUTH PIC X(1).
       01 WS-AUTH-OK PIC X.
       COPY MAINTAUD.
       PROCEDURE DIVISION.
       MAIN-PARA.
       PERFORM SIGN-ON-PARA
       PERFORM UNTIL WS-DONE = "Y"
           DISPLAY "L=一覧 F=修正再投入 X=終了"
           DISPLAY "処理区分を入力してください:"
               WHEN "L"
                   PERFORM LIST-SUSP-PARA
               WHEN "F"
                   MOVE "U" TO WS-NEED-AUTH
                   PERFORM CHECK-AUTH-PARA
                   IF WS-AUTH-OK = "Y"
                       PERFORM FIX-SUSP-PARA
                   END-IF
               WHEN "X"
                   MOVE "Y" TO WS-DONE
               WHEN OTHER

       SHOW-SUSP-PARA.
       MOVE SU-TXN-DATA TO WALK-TXN-RECORD
       MOVE SU-SOURCE-CODE TO WT-SOURCE-CODE
       DISPLAY WS-REC-NO " " SU-STATUS " " SU-REJECT-REASON
           " " SU-REJECT-DATE " " WT-EMPLOYEE-ID
           " " WT-TXN-TYPE " " WT-DISTANCE WT-UOM-CODE
           " " WT-CORR-DATE " " WT-ENTRY-DATE " " WT-SOURCE-CODE
           " " WT-REASON.

       FIX-SUSP-PARA.
       DISPLAY "対象レコード番号を入力してください:"
           IF WS-FOUND NOT = "Y"
               DISPLAY "レコードが見つかりません。"
           ELSE
               EVALUATE SU-STATUS
                   WHEN "R"
                       DISPLAY "既に再投入済みです。"
                       CLOSE WALK-SUSP-FILE
                   WHEN "X"
                       DISPLAY "保存期間切れで"
                           "削除済みです。"
                       CLOSE WALK-SUSP-FILE
                   WHEN OTHER
                       PERFORM REPAIR-SUSP-PARA
               END-EVALUATE
           END-IF
       END-IF.


       REPAIR-SUSP-PARA.
       MOVE SU-TXN-DATA TO WALK-TXN-RECORD
       MOVE SU-SOURCE-CODE TO WT-SOURCE-CODE
       PERFORM SHOW-SUSP-PARA
       DISPLAY "社員番号(変更なしは空白):"
       ACCEPT WS-EMP-INPUT
       IF WT-TXN-TYPE = "C" AND WT-CORR-DATE IS NOT NUMERIC
           DISPLAY "修正対象日が正しくありません。"
           MOVE "N" TO WS-FIX-OK
       END-IF
       IF WS-FIX-OK = "Y"
           IF WT-TXN-TYPE = "C"
               MOVE WT-CORR-DATE TO WS-PERD-DATE
           ELSE
               IF WT-ENTRY-DATE IS NUMERIC AND WT-ENTRY-DATE > ZERO
                   MOVE WT-ENTRY-DATE TO WS-PERD-DATE
               ELSE
                   MOVE SU-REJECT-DATE TO WS-PERD-DATE
               END-IF
           END-IF
           PERFORM CHECK-PERIOD-PARA
           IF WS-PERD-CLOSED = "Y"
               DISPLAY "締め済みの月です: " WS-PERD-DATE
               MOVE "N" TO WS-FIX-OK
           END-IF
       END-IF.

      *> no WALKPERD file yet means no month has ever been closed
       CHECK-PERIOD-PARA.
       MOVE "N" TO WS-PERD-CLOSED
       OPEN INPUT WALK-PERD-FILE
       IF WS-PERD-STATUS = "00"
           MOVE WS-PERD-DATE(1:6) TO PD-PERIOD-YYYYMM
           READ WALK-PERD-FILE
           IF WS-PERD-STATUS = "00" AND PD-STATUS = "C"
               MOVE "Y" TO WS-PERD-CLOSED
           END-IF
           CLOSE WALK-PERD-FILE
       END-IF.

       RESUBMIT-PARA.
                OR WT-ENTRY-DATE = ZERO)
           MOVE SU-REJECT-DATE TO WT-ENTRY-DATE
       END-IF
      *> a repaired slip has been keyed by hand whatever its origin
       MOVE "S" TO WT-SOURCE-CODE
       MOVE WALK-TXN-RECORD TO WALK-TXN-OUT
       WRITE WALK-TXN-OUT
       IF WS-TXN-STATUS NOT = "00"
           EXIT PARAGRAPH
       END-IF
       CLOSE WALK-TXN-FILE
       MOVE "A" TO AU-ACTION
       MOVE "WALKTXN " TO AU-FILE-NAME
       MOVE SPACES TO AU-RECORD-KEY
       MOVE WT-EMPLOYEE-ID TO AU-RECORD-KEY(1:6)
       MOVE WT-TXN-TYPE TO AU-RECORD-KEY(7:1)
       IF WT-TXN-TYPE = "C"
           MOVE WT-CORR-DATE TO AU-RECORD-KEY(8:8)
       ELSE
           MOVE WT-ENTRY-DATE TO AU-RECORD-KEY(8:8)
       END-IF
       MOVE SPACES TO AU-BEFORE-IMAGE
       MOVE WALK-TXN-RECORD TO AU-AFTER-IMAGE
       PERFORM WRITE-AUDIT-PARA
      *> the suspense file has no key - the log keys the entry on
      *> its position in the file, the walker and the reject date
       MOVE WALK-SUSP-RECORD TO AU-BEFORE-IMAGE
       MOVE "R" TO SU-STATUS
       REWRITE WALK-SUSP-RECORD
       IF WS-SUSP-STATUS = "00"
           MOVE "C" TO AU-ACTION
           MOVE "WALKSUSP" TO AU-FILE-NAME
           MOVE SPACES TO AU-RECORD-KEY
           MOVE WS-PICK-NO TO AU-RECORD-KEY(1:4)
           MOVE SU-TXN-DATA(1:6) TO AU-RECORD-KEY(5:6)
           MOVE SU-REJECT-DATE TO AU-RECORD-KEY(11:8)
           MOVE WALK-SUSP-RECORD TO AU-AFTER-IMAGE
           PERFORM WRITE-AUDIT-PARA
           DISPLAY "再投入しました。"
       ELSE
           DISPLAY "更新できませんでした: "
               WS-SUSP-STATUS
       END-IF.

      *> sign-on against OPERMAST - three tries, then the session
      *> ends; the operator must be active and hold some authority
      *> for this program, and the audit log must be writable
       SIGN-ON-PARA.
       OPEN INPUT OPER-MAST-FILE
       IF WS-OPER-STATUS NOT = "00"
           DISPLAY "担当者ファイルがありません。"
           STOP RUN
       END-IF
       MOVE ZERO TO WS-SIGNON-TRIES
       PERFORM UNTIL WS-SIGNED-ON = "Y" OR WS-SIGNON-TRIES = 3
           ADD 1 TO WS-SIGNON-TRIES
           DISPLAY "担当者IDを入力してください:"
           ACCEPT WS-SIGNON-ID
           DISPLAY "パスワードを入力してください:"
           ACCEPT WS-SIGNON-PASSWORD
           MOVE WS-SIGNON-ID TO OP-OPERATOR-ID
           READ OPER-MAST-FILE
           IF WS-OPER-STATUS = "00" AND OP-STATUS = "A"
               AND WS-SIGNON-PASSWORD NOT = SPACES
               AND OP-PASSWORD = WS-SIGNON-PASSWORD
               MOVE OP-AUTH-SUSPFIX TO WS-OPER-AUTH
               IF WS-OPER-AUTH = "I" OR WS-OPER-AUTH = "U"
                   OR WS-OPER-AUTH = "A"
                   MOVE "Y" TO WS-SIGNED-ON
               ELSE
                   DISPLAY "この処理の権限がありません。"
               END-IF
           ELSE
               DISPLAY "担当者IDまたはパスワードが"
                   "正しくありません。"
           END-IF
       END-PERFORM
       CLOSE OPER-MAST-FILE
       IF WS-SIGNED-ON NOT = "Y"
           DISPLAY "サインオンできませんでした。"
           STOP RUN
       END-IF
       OPEN EXTEND MAINT-AUD-FILE
       IF WS-AUD-STATUS = "35"
           OPEN OUTPUT MAINT-AUD-FILE
       END-IF
       IF WS-AUD-STATUS NOT = "00"
           DISPLAY "監査ログを開けません: " WS-AUD-STATUS
           STOP RUN
       END-IF
       CLOSE MAINT-AUD-FILE
       DISPLAY "担当者: " FUNCTION TRIM(OP-OPERATOR-NAME).

      *> authority levels rank I (inquire) below U (update) below
      *> A (lead/admin); WS-NEED-AUTH is the level the action takes
       CHECK-AUTH-PARA.
       MOVE "N" TO WS-AUTH-OK
       IF WS-OPER-AUTH = "A" OR WS-NEED-AUTH = "I"
           OR (WS-OPER-AUTH = "U" AND WS-NEED-AUTH = "U")
           MOVE "Y" TO WS-AUTH-OK
       ELSE
           DISPLAY "この処理の権限がありません。"
       END-IF.

      *> the caller fills AU-ACTION, AU-FILE-NAME, AU-RECORD-KEY
      *> and the two images; the log is opened per entry so that
      *> concurrent sessions each append whole records
       WRITE-AUDIT-PARA.
       MOVE FUNCTION CURRENT-DATE(1:16) TO AU-TIMESTAMP
       MOVE WS-SIGNON-ID TO AU-OPERATOR-ID
       MOVE "SUSPFIX " TO AU-PROGRAM
       OPEN EXTEND MAINT-AUD-FILE
       IF WS-AUD-STATUS = "35"
           OPEN OUTPUT MAINT-AUD-FILE
       END-IF
       IF WS-AUD-STATUS NOT = "00"
           DISPLAY "監査ログを開けません: " WS-AUD-STATUS
           EXIT PARAGRAPH
       END-IF
       WRITE MAINT-AUD-LINE FROM MAINT-AUD-RECORD
       IF WS-AUD-STATUS NOT = "00"
           DISPLAY "監査ログに書き込めません: "
               WS-AUD-STATUS
       END-IF
       CLOSE MAINT-AUD-FILE.
