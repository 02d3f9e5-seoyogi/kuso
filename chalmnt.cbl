               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-ROST-KEY
               FILE STATUS IS WS-ROST-STATUS.
           SELECT CHAL-PLDG-FILE ASSIGN TO "CHALPLDG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-PLEDGE-KEY
               FILE STATUS IS WS-PLDG-STATUS.
           SELECT EMP-MAST-FILE ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
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
       FD  CHAL-DEF-FILE.
       COPY CHALDEF.
       FD  CHAL-ROST-FILE.
       COPY CHALROST.
       FD  CHAL-PLDG-FILE.
       COPY CHALPLDG.
       FD  EMP-MAST-FILE.
       COPY EMPMAST.
       FD  OPER-MAST-FILE.
       COPY OPERMAST.
       FD  MAINT-AUD-FILE.
       01  MAINT-AUD-LINE PIC X(299).
       WORKING-STORAGE SECTION.
       01 WS-DEF-STATUS PIC XX.
       01 WS-ROST-STATUS PIC XX.
       01 WS-PLDG-STATUS PIC XX.
       01 WS-EMP-STATUS PIC XX.
       01 WS-ACTION PIC X(1).
       01 WS-DONE PIC X VALUE "N".
       01 WS-EMP-INPUT PIC X(6).
       01 WS-TEAM-INPUT PIC X(15).
       01 WS-MEMBER-COUNT PIC 9(4).
       01 WS-SEQ-INPUT PIC X(2).
       01 WS-PAYEE-INPUT PIC X(10).
       01 WS-AMOUNT-INPUT PIC X(9).
       01 WS-AMOUNT PIC 9(9).
       01 WS-YN-INPUT PIC X(1).
       01 WS-INPUT-OK PIC X.
       01 WS-PLEDGE-COUNT PIC 9(2).
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
       PERFORM OPEN-FILES-PARA
       PERFORM UNTIL WS-DONE = "Y"
           DISPLAY "A=追加 E=参加登録 L=一覧 R=名簿 X=終了"
           DISPLAY "P=寄付約定 Q=約定一覧"
           DISPLAY "処理区分を入力してください:"
           ACCEPT WS-ACTION
           EVALUATE WS-ACTION
               WHEN "A"
                   MOVE "U" TO WS-NEED-AUTH
                   PERFORM CHECK-AUTH-PARA
                   IF WS-AUTH-OK = "Y"
                       PERFORM ADD-CHAL-PARA
                   END-IF
               WHEN "E"
                   MOVE "U" TO WS-NEED-AUTH
                   PERFORM CHECK-AUTH-PARA
                   IF WS-AUTH-OK = "Y"
                       PERFORM ENROLL-PARA
                   END-IF
               WHEN "L"
                   PERFORM LIST-CHAL-PARA
               WHEN "R"
                   PERFORM LIST-ROSTER-PARA
               WHEN "P"
                   MOVE "A" TO WS-NEED-AUTH
                   PERFORM CHECK-AUTH-PARA
                   IF WS-AUTH-OK = "Y"
                       PERFORM SET-PLEDGE-PARA
                   END-IF
               WHEN "Q"
                   PERFORM LIST-PLEDGE-PARA
               WHEN "X"
                   MOVE "Y" TO WS-DONE
               WHEN OTHER
       END-PERFORM
       CLOSE CHAL-DEF-FILE
       CLOSE CHAL-ROST-FILE
       CLOSE CHAL-PLDG-FILE
       CLOSE EMP-MAST-FILE
       STOP RUN.

           CLOSE CHAL-DEF-FILE
           STOP RUN
       END-IF
       OPEN I-O CHAL-PLDG-FILE
       IF WS-PLDG-STATUS = "35"
           OPEN OUTPUT CHAL-PLDG-FILE
           CLOSE CHAL-PLDG-FILE
           OPEN I-O CHAL-PLDG-FILE
       END-IF
       IF WS-PLDG-STATUS NOT = "00"
           DISPLAY "寄付約定ファイルを開けません: "
               WS-PLDG-STATUS
           CLOSE CHAL-DEF-FILE
           CLOSE CHAL-ROST-FILE
           STOP RUN
       END-IF
       OPEN INPUT EMP-MAST-FILE
       IF WS-EMP-STATUS NOT = "00"
           DISPLAY "社員マスタがありません。"
           CLOSE CHAL-DEF-FILE
           CLOSE CHAL-ROST-FILE
           CLOSE CHAL-PLDG-FILE
           STOP RUN
       END-IF.

       MOVE WS-END-DATE TO CH-END-DATE
       WRITE CHAL-DEF-RECORD
       IF WS-DEF-STATUS = "00"
           MOVE "A" TO AU-ACTION
           MOVE "CHALDEF " TO AU-FILE-NAME
           MOVE CH-CHAL-CODE TO AU-RECORD-KEY
           MOVE SPACES TO AU-BEFORE-IMAGE
           MOVE CHAL-DEF-RECORD TO AU-AFTER-IMAGE
           PERFORM WRITE-AUDIT-PARA
           DISPLAY "登録しました。"
       ELSE
           DISPLAY "登録できませんでした: "
       END-IF
       MOVE WS-CHAL-INPUT TO CR-CHAL-CODE
       MOVE WS-EMP-INPUT TO CR-EMPLOYEE-ID
       READ CHAL-ROST-FILE
       IF WS-ROST-STATUS = "00"
           MOVE "C" TO AU-ACTION
           MOVE CHAL-ROST-RECORD TO AU-BEFORE-IMAGE
           MOVE WS-TEAM-INPUT TO CR-TEAM-NAME
           REWRITE CHAL-ROST-RECORD
       ELSE
           MOVE "A" TO AU-ACTION
           MOVE SPACES TO AU-BEFORE-IMAGE
           MOVE WS-TEAM-INPUT TO CR-TEAM-NAME
           WRITE CHAL-ROST-RECORD
       END-IF
       IF WS-ROST-STATUS NOT = "00"
           DISPLAY "登録できませんでした: "
               WS-ROST-STATUS
           EXIT PARAGRAPH
       END-IF
       MOVE "CHALROST" TO AU-FILE-NAME
       MOVE CR-ROST-KEY TO AU-RECORD-KEY
       MOVE CHAL-ROST-RECORD TO AU-AFTER-IMAGE
       PERFORM WRITE-AUDIT-PARA
       IF AU-ACTION = "C"
           DISPLAY "チームを変更しました。"
       ELSE
           DISPLAY "参加登録しました。"
       END-IF.

       LIST-CHAL-PARA.
       MOVE "N" TO WS-LIST-DONE
       ELSE
           DISPLAY CR-EMPLOYEE-ID " " CR-TEAM-NAME
       END-IF.

      *> a pledge is added or changed by number within the
      *> challenge; on a change a blank answer keeps the value
      *> already held; once CHALDON has issued the final statement
      *> the pledge has been paid and can no longer be changed
       SET-PLEDGE-PARA.
       PERFORM GET-CHAL-CODE-PARA
       PERFORM READ-CHAL-PARA
       IF WS-DEF-STATUS NOT = "00"
           DISPLAY "チャレンジがありません。"
           EXIT PARAGRAPH
       END-IF
       PERFORM SHOW-PLEDGES-PARA
       DISPLAY "約定番号(01-99)を入力してください:"
       ACCEPT WS-SEQ-INPUT
       IF WS-SEQ-INPUT IS NOT NUMERIC OR WS-SEQ-INPUT = "00"
           DISPLAY "約定番号が正しくありません。"
           EXIT PARAGRAPH
       END-IF
       MOVE WS-CHAL-INPUT TO CP-CHAL-CODE
       MOVE WS-SEQ-INPUT TO CP-PLEDGE-SEQ
       READ CHAL-PLDG-FILE
       IF WS-PLDG-STATUS = "00"
           IF CP-STATUS = "F"
               DISPLAY "寄付明細を発行済みのため"
                   "変更できません。"
               EXIT PARAGRAPH
           END-IF
           MOVE "C" TO AU-ACTION
           MOVE CHAL-PLDG-RECORD TO AU-BEFORE-IMAGE
       ELSE
           MOVE "A" TO AU-ACTION
           MOVE SPACES TO AU-BEFORE-IMAGE
           MOVE WS-CHAL-INPUT TO CP-CHAL-CODE
           MOVE WS-SEQ-INPUT TO CP-PLEDGE-SEQ
           MOVE SPACES TO CP-CHARITY-NAME
           MOVE SPACES TO CP-PAYEE-ID
           MOVE ZERO TO CP-RATE-PER-KM
           MOVE ZERO TO CP-TEAM-CAP
           MOVE ZERO TO CP-CHAL-CAP
           MOVE "N" TO CP-COUNT-APPROVED
           MOVE "O" TO CP-STATUS
           MOVE ZERO TO CP-FINAL-DATE
           MOVE ZERO TO CP-FINAL-KM
           MOVE ZERO TO CP-FINAL-AMOUNT
       END-IF
       DISPLAY "寄付先名を入力してください:"
       ACCEPT WS-NAME-INPUT
       IF WS-NAME-INPUT NOT = SPACES
           MOVE WS-NAME-INPUT TO CP-CHARITY-NAME
       END-IF
       DISPLAY "支払先コードを入力してください:"
       ACCEPT WS-PAYEE-INPUT
       IF WS-PAYEE-INPUT NOT = SPACES
           MOVE WS-PAYEE-INPUT TO CP-PAYEE-ID
       END-IF
       DISPLAY "1キロ当たり金額(円):"
       PERFORM GET-AMOUNT-PARA
       IF WS-INPUT-OK = "N" OR WS-AMOUNT > 99999
           DISPLAY "金額が正しくありません。"
           EXIT PARAGRAPH
       END-IF
       IF WS-AMOUNT-INPUT NOT = SPACES
           MOVE WS-AMOUNT TO CP-RATE-PER-KM
       END-IF
       DISPLAY "チーム上限額(円、0=上限なし):"
       PERFORM GET-AMOUNT-PARA
       IF WS-INPUT-OK = "N"
           DISPLAY "金額が正しくありません。"
           EXIT PARAGRAPH
       END-IF
       IF WS-AMOUNT-INPUT NOT = SPACES
           MOVE WS-AMOUNT TO CP-TEAM-CAP
       END-IF
       DISPLAY "チャレンジ上限額(円、0=上限なし):"
       PERFORM GET-AMOUNT-PARA
       IF WS-INPUT-OK = "N"
           DISPLAY "金額が正しくありません。"
           EXIT PARAGRAPH
       END-IF
       IF WS-AMOUNT-INPUT NOT = SPACES
           MOVE WS-AMOUNT TO CP-CHAL-CAP
       END-IF
       DISPLAY "承認済みの例外日を含めますか(Y/N):"
       ACCEPT WS-YN-INPUT
       IF WS-YN-INPUT NOT = SPACES
           IF WS-YN-INPUT NOT = "Y" AND WS-YN-INPUT NOT = "N"
               DISPLAY "Y または N を入力してください。"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-YN-INPUT TO CP-COUNT-APPROVED
       END-IF
       IF CP-CHARITY-NAME = SPACES OR CP-PAYEE-ID = SPACES
           OR CP-RATE-PER-KM = ZERO
           DISPLAY "寄付先名・支払先コード・金額は"
               "必須です。"
           EXIT PARAGRAPH
       END-IF
       IF AU-ACTION = "C"
           REWRITE CHAL-PLDG-RECORD
       ELSE
           WRITE CHAL-PLDG-RECORD
       END-IF
       IF WS-PLDG-STATUS NOT = "00"
           DISPLAY "登録できませんでした: "
               WS-PLDG-STATUS
           EXIT PARAGRAPH
       END-IF
       MOVE "CHALPLDG" TO AU-FILE-NAME
       MOVE CP-PLEDGE-KEY TO AU-RECORD-KEY
       MOVE CHAL-PLDG-RECORD TO AU-AFTER-IMAGE
       PERFORM WRITE-AUDIT-PARA
       IF AU-ACTION = "C"
           DISPLAY "寄付約定を変更しました。"
       ELSE
           DISPLAY "寄付約定を登録しました。"
       END-IF.

      *> whole yen; a blank answer is accepted here and left for
      *> the caller to treat as "keep the current value"
       GET-AMOUNT-PARA.
       MOVE "Y" TO WS-INPUT-OK
       MOVE ZERO TO WS-AMOUNT
       ACCEPT WS-AMOUNT-INPUT
       IF WS-AMOUNT-INPUT NOT = SPACES
           IF FUNCTION TRIM(WS-AMOUNT-INPUT) IS NOT NUMERIC
               MOVE "N" TO WS-INPUT-OK
           ELSE
               MOVE FUNCTION NUMVAL(WS-AMOUNT-INPUT) TO WS-AMOUNT
           END-IF
       END-IF.

       LIST-PLEDGE-PARA.
       PERFORM GET-CHAL-CODE-PARA
       PERFORM READ-CHAL-PARA
       IF WS-DEF-STATUS NOT = "00"
           DISPLAY "チャレンジがありません。"
           EXIT PARAGRAPH
       END-IF
       PERFORM SHOW-PLEDGES-PARA.

       SHOW-PLEDGES-PARA.
       MOVE ZERO TO WS-PLEDGE-COUNT
       MOVE "N" TO WS-LIST-DONE
       MOVE WS-CHAL-INPUT TO CP-CHAL-CODE
       MOVE ZERO TO CP-PLEDGE-SEQ
       START CHAL-PLDG-FILE KEY IS NOT LESS THAN CP-PLEDGE-KEY
       END-START
       IF WS-PLDG-STATUS NOT = "00"
           MOVE "Y" TO WS-LIST-DONE
       END-IF
       PERFORM UNTIL WS-LIST-DONE = "Y"
           READ CHAL-PLDG-FILE NEXT
               AT END
                   MOVE "Y" TO WS-LIST-DONE
               NOT AT END
                   IF CP-CHAL-CODE NOT = WS-CHAL-INPUT
                       MOVE "Y" TO WS-LIST-DONE
                   ELSE
                       ADD 1 TO WS-PLEDGE-COUNT
                       PERFORM SHOW-PLEDGE-PARA
                   END-IF
           END-READ
       END-PERFORM
       IF WS-PLEDGE-COUNT = ZERO
           DISPLAY "寄付約定はありません。"
       END-IF.

       SHOW-PLEDGE-PARA.
       DISPLAY CP-PLEDGE-SEQ " " FUNCTION TRIM(CP-CHARITY-NAME)
           " 支払先=" CP-PAYEE-ID
           " 単価=" CP-RATE-PER-KM "円/km"
       DISPLAY "   チーム上限=" CP-TEAM-CAP
           " 上限=" CP-CHAL-CAP
           " 例外日=" CP-COUNT-APPROVED
       IF CP-STATUS = "F"
           DISPLAY "   発行済 " CP-FINAL-DATE
               " " CP-FINAL-KM "km " CP-FINAL-AMOUNT "円"
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
               MOVE OP-AUTH-CHALMNT TO WS-OPER-AUTH
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
       MOVE "CHALMNT " TO AU-PROGRAM
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
