       IDENTIFICATION DIVISION.
       PROGRAM-ID. SRCMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SRC-RULE-FILE ASSIGN TO "SRCRULE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SR-SITE-CODE
               FILE STATUS IS WS-RULE-STATUS.
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
       FD  SRC-RULE-FILE.
       COPY SRCRULE.
       FD  OPER-MAST-FILE.
       COPY OPERMAST.
       FD  MAINT-AUD-FILE.
       01  MAINT-AUD-LINE PIC X(299).
       WORKING-STORAGE SECTION.
       01 WS-RULE-STATUS PIC XX.
       01 WS-ACTION PIC X(1).
       01 WS-DONE PIC X VALUE "N".
       01 WS-LIST-DONE PIC X.
       01 WS-LIST-COUNT PIC 9(4).
       01 WS-SITE-INPUT PIC X(3).
       01 WS-RULE-INPUT PIC X(1).
       01 WS-TOL-INPUT PIC X(3).
       01 WS-DESC-INPUT PIC X(30).
       01 WS-CONFIRM PIC X(1).
       01 WS-RULE-NAME PIC X(24).
      *> tolerance offered when a rule is set without one - the
      *> same figure POSBLD uses for a site with no rule at all
       01 WC-DEFAULT-TOLERANCE PIC 9(3) VALUE 2.
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
       PERFORM OPEN-RULE-PARA
       PERFORM UNTIL WS-DONE = "Y"
           DISPLAY "S=設定 D=削除 I=照会 L=一覧 X=終了"
           DISPLAY "処理区分を入力してください:"
           ACCEPT WS-ACTION
           EVALUATE WS-ACTION
               WHEN "S"
                   MOVE "U" TO WS-NEED-AUTH
                   PERFORM CHECK-AUTH-PARA
                   IF WS-AUTH-OK = "Y"
                       PERFORM SET-RULE-PARA
                   END-IF
               WHEN "D"
                   MOVE "U" TO WS-NEED-AUTH
                   PERFORM CHECK-AUTH-PARA
                   IF WS-AUTH-OK = "Y"
                       PERFORM DELETE-RULE-PARA
                   END-IF
               WHEN "I"
                   PERFORM INQUIRE-RULE-PARA
               WHEN "L"
                   PERFORM LIST-RULES-PARA
               WHEN "X"
                   MOVE "Y" TO WS-DONE
               WHEN OTHER
                   DISPLAY "区分が正しくありません。"
           END-EVALUATE
       END-PERFORM
       CLOSE SRC-RULE-FILE
       STOP RUN.

       OPEN-RULE-PARA.
       OPEN I-O SRC-RULE-FILE
       IF WS-RULE-STATUS = "35"
           OPEN OUTPUT SRC-RULE-FILE
           CLOSE SRC-RULE-FILE
           OPEN I-O SRC-RULE-FILE
       END-IF
       IF WS-RULE-STATUS NOT = "00"
           DISPLAY "入力元ルールファイルを開けません: "
               WS-RULE-STATUS
           STOP RUN
       END-IF.

       SET-RULE-PARA.
       DISPLAY "事業所コード(全社は空白):"
       ACCEPT WS-SITE-INPUT
       DISPLAY "L=最新の登録 D=機器優先 H=大きい方 "
           "R=理由付き手入力のみ"
       DISPLAY "ルールを入力してください:"
       ACCEPT WS-RULE-INPUT
       IF WS-RULE-INPUT NOT = "L" AND WS-RULE-INPUT NOT = "D"
           AND WS-RULE-INPUT NOT = "H" AND WS-RULE-INPUT NOT = "R"
           DISPLAY "ルールが正しくありません。"
           EXIT PARAGRAPH
       END-IF
       DISPLAY "許容差キロ(空白は既定値 "
           WC-DEFAULT-TOLERANCE " KM):"
       ACCEPT WS-TOL-INPUT
       IF WS-TOL-INPUT NOT = SPACES
           AND FUNCTION TRIM(WS-TOL-INPUT) IS NOT NUMERIC
           DISPLAY "許容差が正しくありません。"
           EXIT PARAGRAPH
       END-IF
       DISPLAY "説明を入力してください:"
       ACCEPT WS-DESC-INPUT
       MOVE WS-SITE-INPUT TO SR-SITE-CODE
       READ SRC-RULE-FILE
       IF WS-RULE-STATUS = "00"
           MOVE "C" TO AU-ACTION
           MOVE SRC-RULE-RECORD TO AU-BEFORE-IMAGE
       ELSE
           MOVE "A" TO AU-ACTION
           MOVE SPACES TO AU-BEFORE-IMAGE
           MOVE SPACES TO SRC-RULE-RECORD
           MOVE WS-SITE-INPUT TO SR-SITE-CODE
       END-IF
       MOVE WS-RULE-INPUT TO SR-RULE-CODE
       IF WS-TOL-INPUT = SPACES
           MOVE WC-DEFAULT-TOLERANCE TO SR-TOLERANCE-KM
       ELSE
           MOVE FUNCTION NUMVAL(WS-TOL-INPUT) TO SR-TOLERANCE-KM
       END-IF
       MOVE WS-DESC-INPUT TO SR-DESCRIPTION
       IF AU-ACTION = "C"
           REWRITE SRC-RULE-RECORD
       ELSE
           WRITE SRC-RULE-RECORD
       END-IF
       IF WS-RULE-STATUS = "00"
           MOVE "SRCRULE " TO AU-FILE-NAME
           MOVE SPACES TO AU-RECORD-KEY
           MOVE SR-SITE-CODE TO AU-RECORD-KEY
           MOVE SRC-RULE-RECORD TO AU-AFTER-IMAGE
           PERFORM WRITE-AUDIT-PARA
           DISPLAY "設定しました。"
           PERFORM SHOW-RULE-PARA
       ELSE
           DISPLAY "設定できませんでした: "
               WS-RULE-STATUS
       END-IF.

       DELETE-RULE-PARA.
       DISPLAY "事業所コード(全社は空白):"
       ACCEPT WS-SITE-INPUT
       MOVE WS-SITE-INPUT TO SR-SITE-CODE
       READ SRC-RULE-FILE
       IF WS-RULE-STATUS NOT = "00"
           DISPLAY "ルールがありません。"
           EXIT PARAGRAPH
       END-IF
       PERFORM SHOW-RULE-PARA
       DISPLAY "削除しますか(Y/N):"
       ACCEPT WS-CONFIRM
       IF WS-CONFIRM NOT = "Y"
           DISPLAY "削除しません。"
           EXIT PARAGRAPH
       END-IF
       MOVE SRC-RULE-RECORD TO AU-BEFORE-IMAGE
       DELETE SRC-RULE-FILE
       IF WS-RULE-STATUS = "00"
           MOVE "D" TO AU-ACTION
           MOVE "SRCRULE " TO AU-FILE-NAME
           MOVE SPACES TO AU-RECORD-KEY
           MOVE WS-SITE-INPUT TO AU-RECORD-KEY
           MOVE SPACES TO AU-AFTER-IMAGE
           PERFORM WRITE-AUDIT-PARA
           DISPLAY "削除しました。"
       ELSE
           DISPLAY "削除できませんでした: "
               WS-RULE-STATUS
       END-IF.

       INQUIRE-RULE-PARA.
       DISPLAY "事業所コード(全社は空白):"
       ACCEPT WS-SITE-INPUT
       MOVE WS-SITE-INPUT TO SR-SITE-CODE
       READ SRC-RULE-FILE
       IF WS-RULE-STATUS = "00"
           PERFORM SHOW-RULE-PARA
       ELSE
           DISPLAY "ルールがありません。"
       END-IF.

       LIST-RULES-PARA.
       MOVE ZERO TO WS-LIST-COUNT
       MOVE "N" TO WS-LIST-DONE
       MOVE LOW-VALUES TO SR-SITE-CODE
       START SRC-RULE-FILE KEY IS NOT LESS THAN SR-SITE-CODE
       END-START
       IF WS-RULE-STATUS NOT = "00"
           MOVE "Y" TO WS-LIST-DONE
       END-IF
       PERFORM UNTIL WS-LIST-DONE = "Y"
           READ SRC-RULE-FILE NEXT
               AT END
                   MOVE "Y" TO WS-LIST-DONE
               NOT AT END
                   ADD 1 TO WS-LIST-COUNT
                   PERFORM SHOW-RULE-PARA
           END-READ
       END-PERFORM
       IF WS-LIST-COUNT = ZERO
           DISPLAY "登録はありません。"
       ELSE
           DISPLAY "件数: " WS-LIST-COUNT
       END-IF.

       SHOW-RULE-PARA.
       EVALUATE SR-RULE-CODE
           WHEN "L"
               MOVE "LATEST POSTING WINS" TO WS-RULE-NAME
           WHEN "D"
               MOVE "DEVICE ALWAYS WINS" TO WS-RULE-NAME
           WHEN "H"
               MOVE "HIGHER OF THE TWO" TO WS-RULE-NAME
           WHEN "R"
               MOVE "MANUAL ONLY WITH REASON" TO WS-RULE-NAME
           WHEN OTHER
               MOVE "UNKNOWN RULE" TO WS-RULE-NAME
       END-EVALUATE
       IF SR-SITE-CODE = SPACES
           DISPLAY "全社 " SR-RULE-CODE " " WS-RULE-NAME " "
               SR-TOLERANCE-KM "KM " FUNCTION TRIM(SR-DESCRIPTION)
       ELSE
           DISPLAY SR-SITE-CODE "  " SR-RULE-CODE " " WS-RULE-NAME
               " " SR-TOLERANCE-KM "KM "
               FUNCTION TRIM(SR-DESCRIPTION)
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
               MOVE OP-AUTH-SRCMNT TO WS-OPER-AUTH
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
       MOVE "SRCMNT  " TO AU-PROGRAM
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
