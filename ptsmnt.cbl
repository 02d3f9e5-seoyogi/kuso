       IDENTIFICATION DIVISION.
       PROGRAM-ID. PTSMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PTS-RULE-FILE ASSIGN TO "PTSRULE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-EFF-DATE
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
       FD  PTS-RULE-FILE.
       COPY PTSRULE.
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
       01 WS-DATE-INPUT PIC X(8).
       01 WS-EFF-DATE PIC 9(8).
       01 WS-DESC-INPUT PIC X(20).
       01 WS-NUMBER-INPUT PIC X(8).
       01 WS-NUMBER PIC 9(8).
       01 WS-INPUT-OK PIC X.
       01 WS-ENTRY-OK PIC X.
       01 WS-INPUT-END PIC X.
       01 WS-SLOT PIC 9(1).
       01 WS-BAND-COUNT PIC 9(1).
       01 WS-CONFIRM PIC X(1).
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
       CLOSE PTS-RULE-FILE
       STOP RUN.

       OPEN-RULE-PARA.
       OPEN I-O PTS-RULE-FILE
       IF WS-RULE-STATUS = "35"
           OPEN OUTPUT PTS-RULE-FILE
           CLOSE PTS-RULE-FILE
           OPEN I-O PTS-RULE-FILE
       END-IF
       IF WS-RULE-STATUS NOT = "00"
           DISPLAY "ポイントルールファイルを"
               "開けません: " WS-RULE-STATUS
           STOP RUN
       END-IF.

       GET-EFF-DATE-PARA.
       MOVE "Y" TO WS-INPUT-OK
       DISPLAY "適用開始日(YYYYMMDD):"
       ACCEPT WS-DATE-INPUT
       IF WS-DATE-INPUT = SPACES
           OR FUNCTION TRIM(WS-DATE-INPUT) IS NOT NUMERIC
           DISPLAY "日付が正しくありません。"
           MOVE "N" TO WS-INPUT-OK
       ELSE
           MOVE FUNCTION NUMVAL(WS-DATE-INPUT) TO WS-EFF-DATE
       END-IF.

      *> a blank answer is accepted here; the caller decides what
      *> blank means for the field it is asking for
       GET-NUMBER-PARA.
       MOVE "Y" TO WS-INPUT-OK
       MOVE ZERO TO WS-NUMBER
       ACCEPT WS-NUMBER-INPUT
       IF WS-NUMBER-INPUT NOT = SPACES
           IF FUNCTION TRIM(WS-NUMBER-INPUT) IS NOT NUMERIC
               MOVE "N" TO WS-INPUT-OK
           ELSE
               MOVE FUNCTION NUMVAL(WS-NUMBER-INPUT) TO WS-NUMBER
           END-IF
       END-IF.

      *> a version is always keyed in full - bands and bonus days
      *> are entered in order and a blank answer ends the list;
      *> the new version applies to days from its date until the
      *> next version's date
       SET-RULE-PARA.
       PERFORM GET-EFF-DATE-PARA
       IF WS-INPUT-OK = "N"
           EXIT PARAGRAPH
       END-IF
       MOVE WS-EFF-DATE TO PR-EFF-DATE
       READ PTS-RULE-FILE
       IF WS-RULE-STATUS = "00"
           MOVE "C" TO AU-ACTION
           MOVE PTS-RULE-RECORD TO AU-BEFORE-IMAGE
           PERFORM SHOW-RULE-PARA
       ELSE
           MOVE "A" TO AU-ACTION
           MOVE SPACES TO AU-BEFORE-IMAGE
       END-IF
       MOVE ZERO TO PTS-RULE-RECORD
       MOVE WS-EFF-DATE TO PR-EFF-DATE
       DISPLAY "説明を入力してください:"
       ACCEPT WS-DESC-INPUT
       MOVE WS-DESC-INPUT TO PR-DESCRIPTION
       DISPLAY "1日の上限ポイント(0=上限なし):"
       PERFORM GET-NUMBER-PARA
       IF WS-INPUT-OK = "N" OR WS-NUMBER > 99999
           DISPLAY "ポイントが正しくありません。"
           EXIT PARAGRAPH
       END-IF
       MOVE WS-NUMBER TO PR-DAILY-CAP
       MOVE "Y" TO WS-ENTRY-OK
       MOVE "N" TO WS-INPUT-END
       MOVE ZERO TO WS-BAND-COUNT
       PERFORM GET-BAND-PARA
           VARYING WS-SLOT FROM 1 BY 1
           UNTIL WS-SLOT > 5 OR WS-INPUT-END = "Y"
       IF WS-ENTRY-OK = "N"
           EXIT PARAGRAPH
       END-IF
       IF WS-BAND-COUNT = ZERO
           DISPLAY "距離帯を1つ以上入力してください。"
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO WS-INPUT-END
       PERFORM GET-BONUS-PARA
           VARYING WS-SLOT FROM 1 BY 1
           UNTIL WS-SLOT > 5 OR WS-INPUT-END = "Y"
       IF WS-ENTRY-OK = "N"
           EXIT PARAGRAPH
       END-IF
       IF AU-ACTION = "C"
           REWRITE PTS-RULE-RECORD
       ELSE
           WRITE PTS-RULE-RECORD
       END-IF
       IF WS-RULE-STATUS = "00"
           MOVE "PTSRULE " TO AU-FILE-NAME
           MOVE SPACES TO AU-RECORD-KEY
           MOVE PR-EFF-DATE TO AU-RECORD-KEY
           MOVE PTS-RULE-RECORD TO AU-AFTER-IMAGE
           PERFORM WRITE-AUDIT-PARA
           DISPLAY "設定しました。"
           PERFORM SHOW-RULE-PARA
       ELSE
           DISPLAY "設定できませんでした: "
               WS-RULE-STATUS
       END-IF.

       GET-BAND-PARA.
       DISPLAY "距離帯" WS-SLOT " 開始キロ(空白で終了):"
       PERFORM GET-NUMBER-PARA
       IF WS-NUMBER-INPUT = SPACES
           MOVE "Y" TO WS-INPUT-END
           EXIT PARAGRAPH
       END-IF
       IF WS-INPUT-OK = "N" OR WS-NUMBER > 999
           OR (WS-SLOT > 1
               AND WS-NUMBER NOT > PR-BAND-FROM-KM(WS-SLOT - 1))
           DISPLAY "開始キロが正しくありません"
               "(昇順に入力してください)。"
           MOVE "N" TO WS-ENTRY-OK
           MOVE "Y" TO WS-INPUT-END
           EXIT PARAGRAPH
       END-IF
       MOVE WS-NUMBER TO PR-BAND-FROM-KM(WS-SLOT)
       DISPLAY "1キロ当たりポイント:"
       PERFORM GET-NUMBER-PARA
       IF WS-INPUT-OK = "N" OR WS-NUMBER > 999
           OR WS-NUMBER = ZERO
           DISPLAY "ポイントが正しくありません。"
           MOVE "N" TO WS-ENTRY-OK
           MOVE "Y" TO WS-INPUT-END
           EXIT PARAGRAPH
       END-IF
       MOVE WS-NUMBER TO PR-BAND-POINTS(WS-SLOT)
       ADD 1 TO WS-BAND-COUNT.

       GET-BONUS-PARA.
       DISPLAY "ボーナス日" WS-SLOT "(YYYYMMDD、空白で終了):"
       PERFORM GET-NUMBER-PARA
       IF WS-NUMBER-INPUT = SPACES
           MOVE "Y" TO WS-INPUT-END
           EXIT PARAGRAPH
       END-IF
       IF WS-INPUT-OK = "N" OR WS-NUMBER < PR-EFF-DATE
           DISPLAY "日付が正しくありません"
               "(適用開始日以降を入力してください)。"
           MOVE "N" TO WS-ENTRY-OK
           MOVE "Y" TO WS-INPUT-END
           EXIT PARAGRAPH
       END-IF
       MOVE WS-NUMBER TO PR-BONUS-DATE(WS-SLOT)
       DISPLAY "倍率(%、200=2倍):"
       PERFORM GET-NUMBER-PARA
       IF WS-INPUT-OK = "N" OR WS-NUMBER > 999
           OR WS-NUMBER = ZERO
           DISPLAY "倍率が正しくありません。"
           MOVE "N" TO WS-ENTRY-OK
           MOVE "Y" TO WS-INPUT-END
           EXIT PARAGRAPH
       END-IF
       MOVE WS-NUMBER TO PR-BONUS-PCT(WS-SLOT).

       DELETE-RULE-PARA.
       PERFORM GET-EFF-DATE-PARA
       IF WS-INPUT-OK = "N"
           EXIT PARAGRAPH
       END-IF
       MOVE WS-EFF-DATE TO PR-EFF-DATE
       READ PTS-RULE-FILE
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
       MOVE PTS-RULE-RECORD TO AU-BEFORE-IMAGE
       DELETE PTS-RULE-FILE
       IF WS-RULE-STATUS = "00"
           MOVE "D" TO AU-ACTION
           MOVE "PTSRULE " TO AU-FILE-NAME
           MOVE SPACES TO AU-RECORD-KEY
           MOVE WS-EFF-DATE TO AU-RECORD-KEY
           MOVE SPACES TO AU-AFTER-IMAGE
           PERFORM WRITE-AUDIT-PARA
           DISPLAY "削除しました。"
       ELSE
           DISPLAY "削除できませんでした: "
               WS-RULE-STATUS
       END-IF.

       INQUIRE-RULE-PARA.
       PERFORM GET-EFF-DATE-PARA
       IF WS-INPUT-OK = "N"
           EXIT PARAGRAPH
       END-IF
       MOVE WS-EFF-DATE TO PR-EFF-DATE
       READ PTS-RULE-FILE
       IF WS-RULE-STATUS = "00"
           PERFORM SHOW-RULE-PARA
       ELSE
           DISPLAY "ルールがありません。"
       END-IF.

       LIST-RULES-PARA.
       MOVE ZERO TO WS-LIST-COUNT
       MOVE "N" TO WS-LIST-DONE
       MOVE ZERO TO PR-EFF-DATE
       START PTS-RULE-FILE KEY IS NOT LESS THAN PR-EFF-DATE
       END-START
       IF WS-RULE-STATUS NOT = "00"
           MOVE "Y" TO WS-LIST-DONE
       END-IF
       PERFORM UNTIL WS-LIST-DONE = "Y"
           READ PTS-RULE-FILE NEXT
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
       DISPLAY PR-EFF-DATE " " FUNCTION TRIM(PR-DESCRIPTION)
           " 上限=" PR-DAILY-CAP
       PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 5
           IF PR-BAND-POINTS(WS-SLOT) > ZERO
               DISPLAY "  " PR-BAND-FROM-KM(WS-SLOT) "KM- "
                   PR-BAND-POINTS(WS-SLOT) "PT/KM"
           END-IF
       END-PERFORM
       PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 5
           IF PR-BONUS-DATE(WS-SLOT) > ZERO
               DISPLAY "  ボーナス " PR-BONUS-DATE(WS-SLOT) " "
                   PR-BONUS-PCT(WS-SLOT) "%"
           END-IF
       END-PERFORM.

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
               MOVE OP-AUTH-PTSMNT TO WS-OPER-AUTH
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
       MOVE "PTSMNT  " TO AU-PROGRAM
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
