           SELECT WORK-CAL-FILE ASSIGN TO "WORKCAL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.
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
       FD  WORK-CAL-FILE.
       COPY WORKCAL.
       FD  OPER-MAST-FILE.
       COPY OPERMAST.
       FD  MAINT-AUD-FILE.
       01  MAINT-AUD-LINE PIC X(299).
       WORKING-STORAGE SECTION.
       01 WS-CAL-STATUS PIC XX.
       01 WS-ACTION PIC X(1).
               10 CT-CAL-DATE PIC 9(8).
               10 CT-PATTERN PIC X(7).
               10 CT-DESC PIC X(20).
      *> the table as last read from or saved to WORKCAL; a save
      *> logs the difference between it and CAL-TABLE
       01 WS-ORIG-COUNT PIC 9(3) VALUE ZERO.
       01 WS-ORIG-IDX PIC 9(3).
       01 ORIG-TABLE.
           05 ORIG-ENTRY PIC X(39) OCCURS 500 TIMES.
       01 CAL-MATCH-TABLE.
           05 CM-MATCHED PIC X(1) OCCURS 500 TIMES.
       01 WS-SAVE-OK PIC X.
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
       PERFORM LOAD-CAL-PARA
       PERFORM UNTIL WS-DONE = "Y"
           DISPLAY "L=一覧 W=週休 H=休日 D=削除 X=保存終了 "
               "Q=中止"
           DISPLAY "処理区分を入力してください:"
           ACCEPT WS-ACTION
           EVALUATE WS-ACTION
               WHEN "L"
                   PERFORM LIST-CAL-PARA
               WHEN "W"
                   MOVE "U" TO WS-NEED-AUTH
                   PERFORM CHECK-AUTH-PARA
                   IF WS-AUTH-OK = "Y"
                       PERFORM SET-PATTERN-PARA
                   END-IF
               WHEN "H"
                   MOVE "U" TO WS-NEED-AUTH
                   PERFORM CHECK-AUTH-PARA
                   IF WS-AUTH-OK = "Y"
                       PERFORM ADD-HOLIDAY-PARA
                   END-IF
               WHEN "D"
                   MOVE "U" TO WS-NEED-AUTH
                   PERFORM CHECK-AUTH-PARA
                   IF WS-AUTH-OK = "Y"
                       PERFORM DELETE-ENTRY-PARA
                   END-IF
               WHEN "X"
                   PERFORM SAVE-CAL-PARA
                   IF WS-SAVE-OK = "Y"
                       MOVE "Y" TO WS-DONE
                   ELSE
                       PERFORM QUIT-CAL-PARA
                   END-IF
               WHEN "Q"
                   PERFORM QUIT-CAL-PARA
               WHEN OTHER
                   DISPLAY "区分が正しくありません。"
           END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE WORK-CAL-FILE
       END-IF
       PERFORM SNAPSHOT-CAL-PARA.

       SNAPSHOT-CAL-PARA.
       MOVE WS-CAL-COUNT TO WS-ORIG-COUNT
       PERFORM VARYING WS-LIST-IDX FROM 1 BY 1
               UNTIL WS-LIST-IDX > WS-CAL-COUNT
           MOVE CAL-ENTRY(WS-LIST-IDX) TO ORIG-ENTRY(WS-LIST-IDX)
       END-PERFORM.

       ADD-CAL-ENTRY-PARA.
       IF WS-CAL-COUNT < 500
           END-IF
       END-IF.

      *> a calendar entry has no key of its own - the log keys it
      *> on type, site and date. Edits change only the table in
      *> storage, so nothing is logged until X has rewritten
      *> WORKCAL; the save then logs the net change against the
      *> table as loaded, and an edit undone before saving, or a
      *> session ended without saving, leaves no entry
       AUDIT-CAL-PARA.
       MOVE "WORKCAL " TO AU-FILE-NAME
       IF AU-ACTION = "D"
           MOVE AU-BEFORE-IMAGE(1:12) TO AU-RECORD-KEY
       ELSE
           MOVE AU-AFTER-IMAGE(1:12) TO AU-RECORD-KEY
       END-IF
       PERFORM WRITE-AUDIT-PARA.

      *> leaves without saving - also the way out when WORKCAL
      *> cannot be written; nothing has been logged for the edits
       QUIT-CAL-PARA.
       DISPLAY "保存せずに終了しますか(Y/N):"
       ACCEPT WS-CONFIRM
       IF WS-CONFIRM NOT = "Y"
           EXIT PARAGRAPH
       END-IF
       DISPLAY "変更は保存されていません。"
       MOVE "Y" TO WS-DONE.

       SAVE-CAL-PARA.
       MOVE "N" TO WS-SAVE-OK
       OPEN OUTPUT WORK-CAL-FILE
       IF WS-CAL-STATUS NOT = "00"
           DISPLAY "カレンダファイルを開けません: "
               WS-CAL-STATUS
           EXIT PARAGRAPH
       END-IF
       MOVE "Y" TO WS-SAVE-OK
       PERFORM VARYING WS-LIST-IDX FROM 1 BY 1
               UNTIL WS-LIST-IDX > WS-CAL-COUNT
           MOVE CT-REC-TYPE(WS-LIST-IDX) TO CA-REC-TYPE
           MOVE CT-PATTERN(WS-LIST-IDX) TO CA-PATTERN
           MOVE CT-DESC(WS-LIST-IDX) TO CA-DESCRIPTION
           WRITE WORK-CAL-RECORD
           IF WS-CAL-STATUS NOT = "00"
               MOVE "N" TO WS-SAVE-OK
               EXIT PERFORM
           END-IF
       END-PERFORM
       CLOSE WORK-CAL-FILE
       IF WS-SAVE-OK = "N"
           DISPLAY "保存できませんでした: " WS-CAL-STATUS
           DISPLAY "カレンダファイルは不完全です。"
           DISPLAY "再保存してください。"
           EXIT PARAGRAPH
       END-IF
       PERFORM LOG-CAL-CHANGES-PARA
       DISPLAY "保存しました。".

      *> each entry as loaded is paired with the first unpaired
      *> entry now in the table carrying the same type, site and
      *> date: no partner is a delete, a different partner is a
      *> change, and entries left unpaired are adds
       LOG-CAL-CHANGES-PARA.
       PERFORM VARYING WS-LIST-IDX FROM 1 BY 1
               UNTIL WS-LIST-IDX > WS-CAL-COUNT
           MOVE "N" TO CM-MATCHED(WS-LIST-IDX)
       END-PERFORM
       PERFORM VARYING WS-ORIG-IDX FROM 1 BY 1
               UNTIL WS-ORIG-IDX > WS-ORIG-COUNT
           PERFORM MATCH-ORIG-PARA
       END-PERFORM
       PERFORM VARYING WS-LIST-IDX FROM 1 BY 1
               UNTIL WS-LIST-IDX > WS-CAL-COUNT
           IF CM-MATCHED(WS-LIST-IDX) = "N"
               MOVE "A" TO AU-ACTION
               MOVE SPACES TO AU-BEFORE-IMAGE
               MOVE CAL-ENTRY(WS-LIST-IDX) TO AU-AFTER-IMAGE
               PERFORM AUDIT-CAL-PARA
           END-IF
       END-PERFORM
       PERFORM SNAPSHOT-CAL-PARA.

       MATCH-ORIG-PARA.
       MOVE "N" TO WS-FOUND
       PERFORM VARYING WS-LIST-IDX FROM 1 BY 1
               UNTIL WS-LIST-IDX > WS-CAL-COUNT
           IF CM-MATCHED(WS-LIST-IDX) = "N"
               AND CAL-ENTRY(WS-LIST-IDX)(1:12) =
                   ORIG-ENTRY(WS-ORIG-IDX)(1:12)
               MOVE "Y" TO CM-MATCHED(WS-LIST-IDX)
               MOVE "Y" TO WS-FOUND
               MOVE WS-LIST-IDX TO WS-PICK-NO
               EXIT PERFORM
           END-IF
       END-PERFORM
       EVALUATE TRUE
           WHEN WS-FOUND = "N"
               MOVE "D" TO AU-ACTION
               MOVE ORIG-ENTRY(WS-ORIG-IDX) TO AU-BEFORE-IMAGE
               MOVE SPACES TO AU-AFTER-IMAGE
               PERFORM AUDIT-CAL-PARA
           WHEN CAL-ENTRY(WS-PICK-NO) NOT = ORIG-ENTRY(WS-ORIG-IDX)
               MOVE "C" TO AU-ACTION
               MOVE ORIG-ENTRY(WS-ORIG-IDX) TO AU-BEFORE-IMAGE
               MOVE CAL-ENTRY(WS-PICK-NO) TO AU-AFTER-IMAGE
               PERFORM AUDIT-CAL-PARA
       END-EVALUATE.

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
               MOVE OP-AUTH-CALMNT TO WS-OPER-AUTH
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
       MOVE "CALMNT  " TO AU-PROGRAM
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
