       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPER-MAST-FILE ASSIGN TO "OPERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-OPERATOR-ID
               FILE STATUS IS WS-OPER-STATUS.
           SELECT MAINT-AUD-FILE ASSIGN TO "MAINTAUD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OPER-MAST-FILE.
       COPY OPERMAST.
       FD  MAINT-AUD-FILE.
       01  MAINT-AUD-LINE PIC X(299).
       WORKING-STORAGE SECTION.
       01 WS-OPER-STATUS PIC XX.
       01 WS-AUD-STATUS PIC XX.
       01 WS-ACTION PIC X(1).
       01 WS-DONE PIC X VALUE "N".
       01 WS-LIST-DONE PIC X.
       01 WS-LIST-COUNT PIC 9(4).
       01 WS-SIGNON-ID PIC X(6).
       01 WS-SIGNON-PASSWORD PIC X(8).
       01 WS-SIGNON-TRIES PIC 9.
       01 WS-SIGNED-ON PIC X VALUE "N".
       01 WS-OPER-AUTH PIC X(1).
       01 WS-OPER-INPUT PIC X(6).
       01 WS-NAME-INPUT PIC X(30).
       01 WS-PASSWORD-INPUT PIC X(8).
       01 WS-STATUS-INPUT PIC X(1).
       01 WS-LEVEL-INPUT PIC X(1).
       01 WS-LEVEL-MODE PIC X(1).
       01 WS-LEVEL-OK PIC X.
       01 WS-SLOT PIC 9(2).
      *> the programs that sign on against OPERMAST, in the order
      *> of the OP-AUTH-xxxxxx fields in the record
       01 WC-AUTH-NAMES.
           05 FILLER PIC X(8) VALUE "EMPMNT".
           05 FILLER PIC X(8) VALUE "CALMNT".
           05 FILLER PIC X(8) VALUE "GOALMNT".
           05 FILLER PIC X(8) VALUE "CHALMNT".
           05 FILLER PIC X(8) VALUE "SUSPFIX".
           05 FILLER PIC X(8) VALUE "EXCPREV".
           05 FILLER PIC X(8) VALUE "PERDMNT".
           05 FILLER PIC X(8) VALUE "OPERMNT".
           05 FILLER PIC X(8) VALUE "SRCMNT".
           05 FILLER PIC X(8) VALUE "PTSMNT".
       01 WC-AUTH-NAME-TABLE REDEFINES WC-AUTH-NAMES.
           05 WC-AUTH-NAME PIC X(8) OCCURS 10 TIMES.
       01 WC-AUTH-SLOTS PIC 9(2) VALUE 10.
       COPY MAINTAUD.
       PROCEDURE DIVISION.
       MAIN-PARA.
       PERFORM OPEN-OPER-PARA
       MOVE LOW-VALUES TO OP-OPERATOR-ID
       START OPER-MAST-FILE KEY IS NOT LESS THAN OP-OPERATOR-ID
       END-START
       IF WS-OPER-STATUS NOT = "00"
           PERFORM BOOTSTRAP-PARA
       ELSE
           PERFORM SIGN-ON-PARA
       END-IF
       PERFORM UNTIL WS-DONE = "Y"
           DISPLAY "A=追加 C=変更 P=パスワード D=停止 "
               "L=一覧 X=終了"
           DISPLAY "処理区分を入力してください:"
           ACCEPT WS-ACTION
           EVALUATE WS-ACTION
               WHEN "A"
                   PERFORM ADD-OPER-PARA
               WHEN "C"
                   PERFORM CHANGE-OPER-PARA
               WHEN "P"
                   PERFORM RESET-PASSWORD-PARA
               WHEN "D"
                   PERFORM REVOKE-OPER-PARA
               WHEN "L"
                   PERFORM LIST-OPER-PARA
               WHEN "X"
                   MOVE "Y" TO WS-DONE
               WHEN OTHER
                   DISPLAY "区分が正しくありません。"
           END-EVALUATE
       END-PERFORM
       CLOSE OPER-MAST-FILE
       STOP RUN.

       OPEN-OPER-PARA.
       OPEN I-O OPER-MAST-FILE
       IF WS-OPER-STATUS = "35"
           OPEN OUTPUT OPER-MAST-FILE
           CLOSE OPER-MAST-FILE
           OPEN I-O OPER-MAST-FILE
       END-IF
       IF WS-OPER-STATUS NOT = "00"
           DISPLAY "担当者ファイルを開けません: "
               WS-OPER-STATUS
           STOP RUN
       END-IF
       OPEN EXTEND MAINT-AUD-FILE
       IF WS-AUD-STATUS = "35"
           OPEN OUTPUT MAINT-AUD-FILE
       END-IF
       IF WS-AUD-STATUS NOT = "00"
           DISPLAY "監査ログを開けません: " WS-AUD-STATUS
           CLOSE OPER-MAST-FILE
           STOP RUN
       END-IF
       CLOSE MAINT-AUD-FILE.

      *> an empty operator file has nobody who could sign on, so the
      *> first operator keyed becomes an administrator with full
      *> authority everywhere; from then on sign-on is required
       BOOTSTRAP-PARA.
       DISPLAY "担当者が登録されていません。"
       DISPLAY "最初の管理者を登録します。"
       MOVE "N" TO WS-SIGNED-ON
       PERFORM UNTIL WS-SIGNED-ON = "Y"
           DISPLAY "担当者IDを入力してください:"
           ACCEPT WS-OPER-INPUT
           DISPLAY "氏名を入力してください:"
           ACCEPT WS-NAME-INPUT
           DISPLAY "パスワードを入力してください:"
           ACCEPT WS-PASSWORD-INPUT
           IF WS-OPER-INPUT = SPACES OR WS-PASSWORD-INPUT = SPACES
               DISPLAY "IDとパスワードは必須です。"
           ELSE
               MOVE "Y" TO WS-SIGNED-ON
           END-IF
       END-PERFORM
       MOVE WS-OPER-INPUT TO OP-OPERATOR-ID
       MOVE WS-NAME-INPUT TO OP-OPERATOR-NAME
       MOVE WS-PASSWORD-INPUT TO OP-PASSWORD
       MOVE "A" TO OP-STATUS
       MOVE SPACES TO OP-AUTH-LEVELS
       PERFORM VARYING WS-SLOT FROM 1 BY 1
               UNTIL WS-SLOT > WC-AUTH-SLOTS
           MOVE "A" TO OP-AUTH-LEVEL(WS-SLOT)
       END-PERFORM
       WRITE OPER-MAST-RECORD
       IF WS-OPER-STATUS NOT = "00"
           DISPLAY "登録できませんでした: " WS-OPER-STATUS
           CLOSE OPER-MAST-FILE
           STOP RUN
       END-IF
       MOVE OP-OPERATOR-ID TO WS-SIGNON-ID
       MOVE "A" TO WS-OPER-AUTH
       MOVE "A" TO AU-ACTION
       MOVE SPACES TO AU-BEFORE-IMAGE
       PERFORM AUDIT-OPER-PARA
       DISPLAY "登録しました。".

      *> sign-on against OPERMAST - three tries, then the session
      *> ends; only an operator with "A" authority for OPERMNT may
      *> maintain operators
       SIGN-ON-PARA.
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
               MOVE OP-AUTH-OPERMNT TO WS-OPER-AUTH
               IF WS-OPER-AUTH = "A"
                   MOVE "Y" TO WS-SIGNED-ON
               ELSE
                   DISPLAY "この処理の権限がありません。"
               END-IF
           ELSE
               DISPLAY "担当者IDまたはパスワードが"
                   "正しくありません。"
           END-IF
       END-PERFORM
       IF WS-SIGNED-ON NOT = "Y"
           DISPLAY "サインオンできませんでした。"
           CLOSE OPER-MAST-FILE
           STOP RUN
       END-IF
       DISPLAY "担当者: " FUNCTION TRIM(OP-OPERATOR-NAME).

       GET-OPER-ID-PARA.
       DISPLAY "対象の担当者IDを入力してください:"
       ACCEPT WS-OPER-INPUT
       MOVE WS-OPER-INPUT TO OP-OPERATOR-ID
       READ OPER-MAST-FILE.

       ADD-OPER-PARA.
       PERFORM GET-OPER-ID-PARA
       IF WS-OPER-INPUT = SPACES
           DISPLAY "IDが正しくありません。"
           EXIT PARAGRAPH
       END-IF
       IF WS-OPER-STATUS = "00"
           DISPLAY "既に登録されています: " OP-OPERATOR-NAME
           EXIT PARAGRAPH
       END-IF
       DISPLAY "氏名を入力してください:"
       ACCEPT WS-NAME-INPUT
       DISPLAY "パスワードを入力してください:"
       ACCEPT WS-PASSWORD-INPUT
       IF WS-PASSWORD-INPUT = SPACES
           DISPLAY "パスワードは必須です。"
           EXIT PARAGRAPH
       END-IF
       MOVE WS-OPER-INPUT TO OP-OPERATOR-ID
       MOVE WS-NAME-INPUT TO OP-OPERATOR-NAME
       MOVE WS-PASSWORD-INPUT TO OP-PASSWORD
       MOVE "A" TO OP-STATUS
       MOVE SPACES TO OP-AUTH-LEVELS
       MOVE "A" TO WS-LEVEL-MODE
       PERFORM VARYING WS-SLOT FROM 1 BY 1
               UNTIL WS-SLOT > WC-AUTH-SLOTS
           PERFORM GET-LEVEL-PARA
       END-PERFORM
       WRITE OPER-MAST-RECORD
       IF WS-OPER-STATUS = "00"
           MOVE "A" TO AU-ACTION
           MOVE SPACES TO AU-BEFORE-IMAGE
           PERFORM AUDIT-OPER-PARA
           DISPLAY "登録しました。"
       ELSE
           DISPLAY "登録できませんでした: " WS-OPER-STATUS
       END-IF.

      *> WS-LEVEL-MODE "A" (adding): blank means no access;
      *> "C" (changing): blank keeps the level, N removes it
       GET-LEVEL-PARA.
       MOVE "N" TO WS-LEVEL-OK
       PERFORM UNTIL WS-LEVEL-OK = "Y"
           IF WS-LEVEL-MODE = "A"
               DISPLAY WC-AUTH-NAME(WS-SLOT)
                   " 権限 I/U/A(なしは空白):"
           ELSE
               DISPLAY WC-AUTH-NAME(WS-SLOT)
                   " 権限 I/U/A/N(変更なしは空白) 現在="
                   OP-AUTH-LEVEL(WS-SLOT)
           END-IF
           ACCEPT WS-LEVEL-INPUT
           EVALUATE TRUE
               WHEN WS-LEVEL-INPUT = "I" OR WS-LEVEL-INPUT = "U"
                   OR WS-LEVEL-INPUT = "A"
                   MOVE WS-LEVEL-INPUT TO OP-AUTH-LEVEL(WS-SLOT)
                   MOVE "Y" TO WS-LEVEL-OK
               WHEN WS-LEVEL-INPUT = SPACE
                   MOVE "Y" TO WS-LEVEL-OK
               WHEN WS-LEVEL-INPUT = "N" AND WS-LEVEL-MODE = "C"
                   MOVE SPACE TO OP-AUTH-LEVEL(WS-SLOT)
                   MOVE "Y" TO WS-LEVEL-OK
               WHEN OTHER
                   DISPLAY "権限が正しくありません。"
           END-EVALUATE
       END-PERFORM.

       CHANGE-OPER-PARA.
       PERFORM GET-OPER-ID-PARA
       IF WS-OPER-STATUS NOT = "00"
           DISPLAY "マスタにありません。"
           EXIT PARAGRAPH
       END-IF
       PERFORM SHOW-OPER-PARA
       MOVE OPER-MAST-RECORD TO AU-BEFORE-IMAGE
       DISPLAY "氏名(変更なしは空白):"
       ACCEPT WS-NAME-INPUT
       IF WS-NAME-INPUT NOT = SPACES
           MOVE WS-NAME-INPUT TO OP-OPERATOR-NAME
       END-IF
       MOVE "C" TO WS-LEVEL-MODE
       PERFORM VARYING WS-SLOT FROM 1 BY 1
               UNTIL WS-SLOT > WC-AUTH-SLOTS
           PERFORM GET-LEVEL-PARA
       END-PERFORM
       DISPLAY "状態 A=有効 R=停止(変更なしは空白):"
       ACCEPT WS-STATUS-INPUT
       IF WS-STATUS-INPUT = "A" OR WS-STATUS-INPUT = "R"
           MOVE WS-STATUS-INPUT TO OP-STATUS
       END-IF
       IF OP-OPERATOR-ID = WS-SIGNON-ID
           AND (OP-STATUS NOT = "A" OR OP-AUTH-OPERMNT NOT = "A")
           DISPLAY "自分自身の管理権限は外せません。"
           EXIT PARAGRAPH
       END-IF
       REWRITE OPER-MAST-RECORD
       IF WS-OPER-STATUS = "00"
           MOVE "C" TO AU-ACTION
           PERFORM AUDIT-OPER-PARA
           DISPLAY "変更しました。"
       ELSE
           DISPLAY "変更できませんでした: " WS-OPER-STATUS
       END-IF.

      *> the password never reaches the audit log - a reset shows
      *> as a marker in the after image instead
       RESET-PASSWORD-PARA.
       PERFORM GET-OPER-ID-PARA
       IF WS-OPER-STATUS NOT = "00"
           DISPLAY "マスタにありません。"
           EXIT PARAGRAPH
       END-IF
       DISPLAY "新しいパスワードを入力してください:"
       ACCEPT WS-PASSWORD-INPUT
       IF WS-PASSWORD-INPUT = SPACES
           DISPLAY "パスワードは必須です。"
           EXIT PARAGRAPH
       END-IF
       MOVE OPER-MAST-RECORD TO AU-BEFORE-IMAGE
       MOVE WS-PASSWORD-INPUT TO OP-PASSWORD
       REWRITE OPER-MAST-RECORD
       IF WS-OPER-STATUS = "00"
           MOVE "C" TO AU-ACTION
           PERFORM SET-OPER-IMAGES-PARA
           MOVE "*RESET*" TO AU-AFTER-IMAGE(37:8)
           PERFORM WRITE-AUDIT-PARA
           DISPLAY "パスワードを再設定しました。"
       ELSE
           DISPLAY "更新できませんでした: " WS-OPER-STATUS
       END-IF.

      *> operators are revoked, not deleted, so that the audit log
      *> keeps resolving to a name
       REVOKE-OPER-PARA.
       PERFORM GET-OPER-ID-PARA
       IF WS-OPER-STATUS NOT = "00"
           DISPLAY "マスタにありません。"
           EXIT PARAGRAPH
       END-IF
       IF OP-OPERATOR-ID = WS-SIGNON-ID
           DISPLAY "自分自身は停止できません。"
           EXIT PARAGRAPH
       END-IF
       IF OP-STATUS = "R"
           DISPLAY "既に停止されています。"
           EXIT PARAGRAPH
       END-IF
       MOVE OPER-MAST-RECORD TO AU-BEFORE-IMAGE
       MOVE "R" TO OP-STATUS
       REWRITE OPER-MAST-RECORD
       IF WS-OPER-STATUS = "00"
           MOVE "C" TO AU-ACTION
           PERFORM AUDIT-OPER-PARA
           DISPLAY "停止しました: " OP-OPERATOR-NAME
       ELSE
           DISPLAY "更新できませんでした: " WS-OPER-STATUS
       END-IF.

       AUDIT-OPER-PARA.
       PERFORM SET-OPER-IMAGES-PARA
       PERFORM WRITE-AUDIT-PARA.

      *> the password (bytes 37-44 of the record) is blanked out of
      *> both images before anything reaches the log
       SET-OPER-IMAGES-PARA.
       MOVE "OPERMAST" TO AU-FILE-NAME
       MOVE OP-OPERATOR-ID TO AU-RECORD-KEY
       MOVE OPER-MAST-RECORD TO AU-AFTER-IMAGE
       IF AU-BEFORE-IMAGE NOT = SPACES
           MOVE SPACES TO AU-BEFORE-IMAGE(37:8)
       END-IF
       MOVE SPACES TO AU-AFTER-IMAGE(37:8).

       LIST-OPER-PARA.
       MOVE ZERO TO WS-LIST-COUNT
       MOVE "N" TO WS-LIST-DONE
       MOVE LOW-VALUES TO OP-OPERATOR-ID
       START OPER-MAST-FILE KEY IS NOT LESS THAN OP-OPERATOR-ID
       END-START
       IF WS-OPER-STATUS NOT = "00"
           MOVE "Y" TO WS-LIST-DONE
       END-IF
       PERFORM UNTIL WS-LIST-DONE = "Y"
           READ OPER-MAST-FILE NEXT
               AT END
                   MOVE "Y" TO WS-LIST-DONE
               NOT AT END
                   ADD 1 TO WS-LIST-COUNT
                   DISPLAY OP-OPERATOR-ID " " OP-STATUS " "
                       OP-AUTH-LEVELS " "
                       FUNCTION TRIM(OP-OPERATOR-NAME)
           END-READ
       END-PERFORM
       IF WS-LIST-COUNT = ZERO
           DISPLAY "登録はありません。"
       ELSE
           DISPLAY "件数: " WS-LIST-COUNT
       END-IF.

       SHOW-OPER-PARA.
       DISPLAY "担当者ID: " OP-OPERATOR-ID
       DISPLAY "氏名    : " OP-OPERATOR-NAME
       DISPLAY "状態    : " OP-STATUS
       PERFORM VARYING WS-SLOT FROM 1 BY 1
               UNTIL WS-SLOT > WC-AUTH-SLOTS
           DISPLAY "  " WC-AUTH-NAME(WS-SLOT) " "
               OP-AUTH-LEVEL(WS-SLOT)
       END-PERFORM.

      *> the caller fills AU-ACTION, AU-FILE-NAME, AU-RECORD-KEY
      *> and the two images; the log is opened per entry so that
      *> concurrent sessions each append whole records
       WRITE-AUDIT-PARA.
       MOVE FUNCTION CURRENT-DATE(1:16) TO AU-TIMESTAMP
       MOVE WS-SIGNON-ID TO AU-OPERATOR-ID
       MOVE "OPERMNT " TO AU-PROGRAM
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
