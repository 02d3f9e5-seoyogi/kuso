               ACCESS MODE IS RANDOM
               RECORD KEY IS EM-EMPLOYEE-ID
               FILE STATUS IS WS-EMP-STATUS.
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
       FD  WALK-GOAL-FILE.
       COPY WALKGOAL.
       FD  EMP-MAST-FILE.
       COPY EMPMAST.
       FD  OPER-MAST-FILE.
       COPY OPERMAST.
       FD  MAINT-AUD-FILE.
       01  MAINT-AUD-LINE PIC X(299).
       WORKING-STORAGE SECTION.
       01 WS-GOAL-STATUS PIC XX.
       01 WS-EMP-STATUS PIC XX.
      *> a walker who already had a goal in an earlier month
       01 WC-JOINER-TARGET PIC 9(4) VALUE 40.
       01 WC-REGULAR-TARGET PIC 9(4) VALUE 80.
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
       PERFORM OPEN-GOAL-PARA
       OPEN INPUT EMP-MAST-FILE
       IF WS-EMP-STATUS NOT = "00"
           ACCEPT WS-ACTION
           EVALUATE WS-ACTION
               WHEN "S"
                   MOVE "U" TO WS-NEED-AUTH
                   PERFORM CHECK-AUTH-PARA
                   IF WS-AUTH-OK = "Y"
                       PERFORM SET-GOAL-PARA
                   END-IF
               WHEN "I"
                   PERFORM INQUIRE-GOAL-PARA
               WHEN "L"
       END-IF
       MOVE WS-EMP-INPUT TO GL-EMPLOYEE-ID
       MOVE WS-GOAL-YYYYMM TO GL-GOAL-YYYYMM
       READ WALK-GOAL-FILE
       IF WS-GOAL-STATUS = "00"
           MOVE "C" TO AU-ACTION
           MOVE WALK-GOAL-RECORD TO AU-BEFORE-IMAGE
       ELSE
           MOVE "A" TO AU-ACTION
           MOVE SPACES TO AU-BEFORE-IMAGE
       END-IF
       MOVE WS-TARGET-KM TO GL-TARGET-KM
       IF AU-ACTION = "C"
           REWRITE WALK-GOAL-RECORD
       ELSE
           WRITE WALK-GOAL-RECORD
       END-IF
       IF WS-GOAL-STATUS = "00"
           MOVE "WALKGOAL" TO AU-FILE-NAME
           MOVE GL-GOAL-KEY TO AU-RECORD-KEY
           MOVE WALK-GOAL-RECORD TO AU-AFTER-IMAGE
           PERFORM WRITE-AUDIT-PARA
           DISPLAY "設定しました: " GL-EMPLOYEE-ID " "
               GL-GOAL-YYYYMM " " GL-TARGET-KM "KM"
       ELSE
       ELSE
           DISPLAY GL-EMPLOYEE-ID " " GL-TARGET-KM "KM"
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
               MOVE OP-AUTH-GOALMNT TO WS-OPER-AUTH
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
       MOVE "GOALMNT " TO AU-PROGRAM
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
