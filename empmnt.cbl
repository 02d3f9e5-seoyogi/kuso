               ACCESS MODE IS RANDOM
               RECORD KEY IS EH-ASGN-KEY
               FILE STATUS IS WS-HIST-STATUS.
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
       FD  EMP-MAST-FILE.
       COPY EMPMAST.
       FD  EMP-HIST-FILE.
       COPY EMPHIST.
       FD  OPER-MAST-FILE.
       COPY OPERMAST.
       FD  MAINT-AUD-FILE.
       01  MAINT-AUD-LINE PIC X(299).
       WORKING-STORAGE SECTION.
       01 WS-EMP-STATUS PIC XX.
       01 WS-HIST-STATUS PIC XX.
       01 WS-TODAY PIC 9(8).
       01 WS-OLD-SITE PIC X(3).
       01 WS-OLD-DEPT PIC X(4).
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
       ACCEPT WS-TODAY FROM DATE YYYYMMDD
       PERFORM SIGN-ON-PARA
       PERFORM OPEN-EMP-MAST-PARA
       PERFORM OPEN-EMP-HIST-PARA
       PERFORM UNTIL WS-DONE = "Y"
           ACCEPT WS-ACTION
           EVALUATE WS-ACTION
               WHEN "A"
                   MOVE "U" TO WS-NEED-AUTH
                   PERFORM CHECK-AUTH-PARA
                   IF WS-AUTH-OK = "Y"
                       PERFORM ADD-EMP-PARA
                   END-IF
               WHEN "C"
                   MOVE "U" TO WS-NEED-AUTH
                   PERFORM CHECK-AUTH-PARA
                   IF WS-AUTH-OK = "Y"
                       PERFORM CHANGE-EMP-PARA
                   END-IF
               WHEN "T"
                   MOVE "A" TO WS-NEED-AUTH
                   PERFORM CHECK-AUTH-PARA
                   IF WS-AUTH-OK = "Y"
                       PERFORM TERMINATE-EMP-PARA
                   END-IF
               WHEN "I"
                   PERFORM INQUIRE-EMP-PARA
               WHEN "X"
       WRITE-ASGN-HIST-PARA.
       MOVE WS-EMP-ID TO EH-EMPLOYEE-ID
       MOVE WS-TODAY TO EH-EFF-DATE
       READ EMP-HIST-FILE
       IF WS-HIST-STATUS = "00"
           MOVE "C" TO AU-ACTION
           MOVE EMP-HIST-RECORD TO AU-BEFORE-IMAGE
       ELSE
           MOVE "A" TO AU-ACTION
           MOVE SPACES TO AU-BEFORE-IMAGE
       END-IF
       MOVE EM-SITE-CODE TO EH-SITE-CODE
       MOVE EM-DEPT-CODE TO EH-DEPT-CODE
       IF AU-ACTION = "C"
           REWRITE EMP-HIST-RECORD
       ELSE
           WRITE EMP-HIST-RECORD
       END-IF
       IF WS-HIST-STATUS NOT = "00"
           DISPLAY "履歴を書き込めませんでした: "
               WS-HIST-STATUS
       ELSE
           MOVE "EMPHIST " TO AU-FILE-NAME
           MOVE EH-ASGN-KEY TO AU-RECORD-KEY
           MOVE EMP-HIST-RECORD TO AU-AFTER-IMAGE
           PERFORM WRITE-AUDIT-PARA
       END-IF.

       OPEN-EMP-MAST-PARA.
           DISPLAY "バッジID(なしは空白):"
           ACCEPT EM-BADGE-ID
           MOVE "A" TO EM-STATUS
           MOVE ZERO TO EM-TERM-DATE
           WRITE EMPLOYEE-MASTER-RECORD
           IF WS-EMP-STATUS = "00"
               MOVE "A" TO AU-ACTION
               MOVE SPACES TO AU-BEFORE-IMAGE
               PERFORM AUDIT-EMP-PARA
               PERFORM WRITE-ASGN-HIST-PARA
               DISPLAY "登録しました。"
           ELSE
           DISPLAY "マスタにありません。"
       ELSE
           PERFORM SHOW-EMP-PARA
           MOVE EMPLOYEE-MASTER-RECORD TO AU-BEFORE-IMAGE
           MOVE EM-SITE-CODE TO WS-OLD-SITE
           MOVE EM-DEPT-CODE TO WS-OLD-DEPT
           DISPLAY "氏名(変更なしは空白):"
           END-IF
           REWRITE EMPLOYEE-MASTER-RECORD
           IF WS-EMP-STATUS = "00"
               MOVE "C" TO AU-ACTION
               PERFORM AUDIT-EMP-PARA
               IF EM-SITE-CODE NOT = WS-OLD-SITE
                   OR EM-DEPT-CODE NOT = WS-OLD-DEPT
                   PERFORM WRITE-ASGN-HIST-PARA
           IF EM-STATUS = "T"
               DISPLAY "既に退職済みです。"
           ELSE
               MOVE EMPLOYEE-MASTER-RECORD TO AU-BEFORE-IMAGE
               MOVE "T" TO EM-STATUS
               MOVE WS-TODAY TO EM-TERM-DATE
               REWRITE EMPLOYEE-MASTER-RECORD
               IF WS-EMP-STATUS = "00"
                   MOVE "C" TO AU-ACTION
                   PERFORM AUDIT-EMP-PARA
                   DISPLAY "退職処理しました: " EM-EMPLOYEE-NAME
               ELSE
                   DISPLAY "更新できませんでした: "
           END-IF
       END-IF.

       AUDIT-EMP-PARA.
       MOVE "EMPMAST " TO AU-FILE-NAME
       MOVE EM-EMPLOYEE-ID TO AU-RECORD-KEY
       MOVE EMPLOYEE-MASTER-RECORD TO AU-AFTER-IMAGE
       PERFORM WRITE-AUDIT-PARA.

       INQUIRE-EMP-PARA.
       PERFORM GET-EMP-ID-PARA
       PERFORM READ-EMP-PARA
       DISPLAY "事業所  : " EM-SITE-CODE
       DISPLAY "部門    : " EM-DEPT-CODE
       DISPLAY "状態    : " EM-STATUS
       DISPLAY "バッジ  : " EM-BADGE-ID
       IF EM-TERM-DATE > ZERO
           DISPLAY "退職日  : " EM-TERM-DATE
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
               MOVE OP-AUTH-EMPMNT TO WS-OPER-AUTH
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
       MOVE "EMPMNT  " TO AU-PROGRAM
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
