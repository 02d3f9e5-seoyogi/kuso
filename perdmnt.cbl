       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERDMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WALK-PERD-FILE ASSIGN TO "WALKPERD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
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
       FD  WALK-PERD-FILE.
       COPY WALKPERD.
       FD  OPER-MAST-FILE.
       COPY OPERMAST.
       FD  MAINT-AUD-FILE.
       01  MAINT-AUD-LINE PIC X(299).
       WORKING-STORAGE SECTION.
       01 WS-PERD-STATUS PIC XX.
       01 WS-ACTION PIC X(1).
       01 WS-DONE PIC X VALUE "N".
       01 WS-LIST-DONE PIC X.
       01 WS-LIST-COUNT PIC 9(4).
       01 WS-MONTH-INPUT PIC X(6).
       01 WS-PERIOD-YYYYMM PIC 9(6).
       01 WS-REASON-INPUT PIC X(30).
       01 WS-CONFIRM PIC X(1).
       01 WS-NOW-TS PIC X(16).
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
       PERFORM OPEN-PERD-PARA
       PERFORM UNTIL WS-DONE = "Y"
           DISPLAY "L=一覧 O=開設 C=締め R=再開 X=終了"
           DISPLAY "処理区分を入力してください:"
           ACCEPT WS-ACTION
           EVALUATE WS-ACTION
               WHEN "L"
                   PERFORM LIST-PERD-PARA
               WHEN "O"
                   MOVE "U" TO WS-NEED-AUTH
                   PERFORM CHECK-AUTH-PARA
                   IF WS-AUTH-OK = "Y"
                       PERFORM OPEN-MONTH-PARA
                   END-IF
               WHEN "C"
                   MOVE "U" TO WS-NEED-AUTH
                   PERFORM CHECK-AUTH-PARA
                   IF WS-AUTH-OK = "Y"
                       PERFORM CLOSE-MONTH-PARA
                   END-IF
               WHEN "R"
                   MOVE "A" TO WS-NEED-AUTH
                   PERFORM CHECK-AUTH-PARA
                   IF WS-AUTH-OK = "Y"
                       PERFORM REOPEN-MONTH-PARA
                   END-IF
               WHEN "X"
                   MOVE "Y" TO WS-DONE
               WHEN OTHER
                   DISPLAY "区分が正しくありません。"
           END-EVALUATE
       END-PERFORM
       CLOSE WALK-PERD-FILE
       STOP RUN.

       OPEN-PERD-PARA.
       OPEN I-O WALK-PERD-FILE
       IF WS-PERD-STATUS = "35"
           OPEN OUTPUT WALK-PERD-FILE
           CLOSE WALK-PERD-FILE
           OPEN I-O WALK-PERD-FILE
       END-IF
       IF WS-PERD-STATUS NOT = "00"
           DISPLAY "期間管理ファイルを開けません: "
               WS-PERD-STATUS
           STOP RUN
       END-IF.

       GET-MONTH-PARA.
       MOVE ZERO TO WS-PERIOD-YYYYMM
       DISPLAY "対象年月(YYYYMM):"
       ACCEPT WS-MONTH-INPUT
       IF WS-MONTH-INPUT = SPACES
           OR FUNCTION TRIM(WS-MONTH-INPUT) IS NOT NUMERIC
           DISPLAY "年月が正しくありません。"
           EXIT PARAGRAPH
       END-IF
       MOVE FUNCTION NUMVAL(WS-MONTH-INPUT) TO WS-PERIOD-YYYYMM
       IF WS-PERIOD-YYYYMM(5:2) < "01"
           OR WS-PERIOD-YYYYMM(5:2) > "12"
           DISPLAY "年月が正しくありません。"
           MOVE ZERO TO WS-PERIOD-YYYYMM
       END-IF.

       INIT-PERD-PARA.
       MOVE WS-PERIOD-YYYYMM TO PD-PERIOD-YYYYMM
       MOVE "O" TO PD-STATUS
       MOVE SPACES TO PD-OPENED-BY
       MOVE SPACES TO PD-OPENED-TS
       MOVE SPACES TO PD-CLOSED-BY
       MOVE SPACES TO PD-CLOSED-TS
       MOVE SPACES TO PD-REOPEN-BY
       MOVE SPACES TO PD-REOPEN-TS
       MOVE SPACES TO PD-REOPEN-REASON
       MOVE ZERO TO PD-REOPEN-COUNT.

       OPEN-MONTH-PARA.
       PERFORM GET-MONTH-PARA
       IF WS-PERIOD-YYYYMM = ZERO
           EXIT PARAGRAPH
       END-IF
       MOVE WS-PERIOD-YYYYMM TO PD-PERIOD-YYYYMM
       READ WALK-PERD-FILE
       IF WS-PERD-STATUS = "00"
           IF PD-STATUS = "C"
               DISPLAY "締め済みです。"
                   "再開は R で行ってください。"
           ELSE
               DISPLAY "既に開設済みです。"
           END-IF
           EXIT PARAGRAPH
       END-IF
       MOVE FUNCTION CURRENT-DATE(1:16) TO WS-NOW-TS
       PERFORM INIT-PERD-PARA
       MOVE WS-SIGNON-ID TO PD-OPENED-BY
       MOVE WS-NOW-TS TO PD-OPENED-TS
       WRITE WALK-PERD-RECORD
       IF WS-PERD-STATUS = "00"
           MOVE "A" TO AU-ACTION
           MOVE SPACES TO AU-BEFORE-IMAGE
           PERFORM AUDIT-PERD-PARA
           DISPLAY "開設しました: " PD-PERIOD-YYYYMM
       ELSE
           DISPLAY "登録できませんでした: "
               WS-PERD-STATUS
       END-IF.

      *> a month never opened explicitly is open by default, so it
      *> can be closed straight away
       CLOSE-MONTH-PARA.
       PERFORM GET-MONTH-PARA
       IF WS-PERIOD-YYYYMM = ZERO
           EXIT PARAGRAPH
       END-IF
       MOVE WS-PERIOD-YYYYMM TO PD-PERIOD-YYYYMM
       READ WALK-PERD-FILE
       IF WS-PERD-STATUS = "00" AND PD-STATUS = "C"
           DISPLAY "既に締め済みです。"
           EXIT PARAGRAPH
       END-IF
       MOVE FUNCTION CURRENT-DATE(1:16) TO WS-NOW-TS
       IF WS-PERD-STATUS = "00"
           MOVE "C" TO AU-ACTION
           MOVE WALK-PERD-RECORD TO AU-BEFORE-IMAGE
           MOVE "C" TO PD-STATUS
           MOVE WS-SIGNON-ID TO PD-CLOSED-BY
           MOVE WS-NOW-TS TO PD-CLOSED-TS
           REWRITE WALK-PERD-RECORD
       ELSE
           MOVE "A" TO AU-ACTION
           MOVE SPACES TO AU-BEFORE-IMAGE
           PERFORM INIT-PERD-PARA
           MOVE "C" TO PD-STATUS
           MOVE WS-SIGNON-ID TO PD-CLOSED-BY
           MOVE WS-NOW-TS TO PD-CLOSED-TS
           WRITE WALK-PERD-RECORD
       END-IF
       IF WS-PERD-STATUS = "00"
           PERFORM AUDIT-PERD-PARA
           DISPLAY "締めました: " PD-PERIOD-YYYYMM
       ELSE
           DISPLAY "登録できませんでした: "
               WS-PERD-STATUS
       END-IF.

      *> reopening a paid month is the exception - it needs a
      *> reason and a second confirmation, and both who and why are
      *> kept on the record
       REOPEN-MONTH-PARA.
       PERFORM GET-MONTH-PARA
       IF WS-PERIOD-YYYYMM = ZERO
           EXIT PARAGRAPH
       END-IF
       MOVE WS-PERIOD-YYYYMM TO PD-PERIOD-YYYYMM
       READ WALK-PERD-FILE
       IF WS-PERD-STATUS NOT = "00" OR PD-STATUS NOT = "C"
           DISPLAY "締め済みの月ではありません。"
           EXIT PARAGRAPH
       END-IF
       DISPLAY "締め: " PD-CLOSED-BY " " PD-CLOSED-TS
       DISPLAY "再開理由を入力してください:"
       ACCEPT WS-REASON-INPUT
       IF WS-REASON-INPUT = SPACES
           DISPLAY "理由は必須です。"
           EXIT PARAGRAPH
       END-IF
       DISPLAY "本当に再開しますか(Y/N):"
       ACCEPT WS-CONFIRM
       IF WS-CONFIRM NOT = "Y"
           DISPLAY "再開しませんでした。"
           EXIT PARAGRAPH
       END-IF
       MOVE "C" TO AU-ACTION
       MOVE WALK-PERD-RECORD TO AU-BEFORE-IMAGE
       MOVE "O" TO PD-STATUS
       MOVE WS-SIGNON-ID TO PD-REOPEN-BY
       MOVE FUNCTION CURRENT-DATE(1:16) TO PD-REOPEN-TS
       MOVE WS-REASON-INPUT TO PD-REOPEN-REASON
       ADD 1 TO PD-REOPEN-COUNT
       REWRITE WALK-PERD-RECORD
       IF WS-PERD-STATUS = "00"
           PERFORM AUDIT-PERD-PARA
           DISPLAY "再開しました: " PD-PERIOD-YYYYMM
       ELSE
           DISPLAY "更新できませんでした: "
               WS-PERD-STATUS
       END-IF.

       AUDIT-PERD-PARA.
       MOVE "WALKPERD" TO AU-FILE-NAME
       MOVE PD-PERIOD-YYYYMM TO AU-RECORD-KEY
       MOVE WALK-PERD-RECORD TO AU-AFTER-IMAGE
       PERFORM WRITE-AUDIT-PARA.

       LIST-PERD-PARA.
       MOVE ZERO TO WS-LIST-COUNT
       MOVE "N" TO WS-LIST-DONE
       MOVE ZERO TO PD-PERIOD-YYYYMM
       START WALK-PERD-FILE KEY IS NOT LESS THAN PD-PERIOD-YYYYMM
       END-START
       IF WS-PERD-STATUS NOT = "00"
           MOVE "Y" TO WS-LIST-DONE
       END-IF
       PERFORM UNTIL WS-LIST-DONE = "Y"
           READ WALK-PERD-FILE NEXT
               AT END
                   MOVE "Y" TO WS-LIST-DONE
               NOT AT END
                   ADD 1 TO WS-LIST-COUNT
                   PERFORM SHOW-PERD-PARA
           END-READ
       END-PERFORM
       IF WS-LIST-COUNT = ZERO
           DISPLAY "登録はありません。"
       ELSE
           DISPLAY "件数: " WS-LIST-COUNT
       END-IF.

       SHOW-PERD-PARA.
       IF PD-STATUS = "C"
           DISPLAY PD-PERIOD-YYYYMM " 締め済 "
               PD-CLOSED-BY " " PD-CLOSED-TS
               " 再開回数=" PD-REOPEN-COUNT
       ELSE
           DISPLAY PD-PERIOD-YYYYMM " 開設中 "
               PD-OPENED-BY " " PD-OPENED-TS
               " 再開回数=" PD-REOPEN-COUNT
       END-IF
       IF PD-REOPEN-COUNT > ZERO
           DISPLAY "       最終再開: " PD-REOPEN-BY " "
               PD-REOPEN-TS " " FUNCTION TRIM(PD-REOPEN-REASON)
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
               MOVE OP-AUTH-PERDMNT TO WS-OPER-AUTH
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
       MOVE "PERDMNT " TO AU-PROGRAM
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
