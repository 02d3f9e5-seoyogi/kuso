               ACCESS MODE IS RANDOM
               RECORD KEY IS XD-DISP-KEY
               FILE STATUS IS WS-DISP-STATUS.
           SELECT WALK-PERD-FILE ASSIGN TO "WALKPERD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PD-PERIOD-YYYYMM
               FILE STATUS IS WS-PERD-STATUS.
           SELECT EMP-MAST-FILE ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EM-EMPLOYEE-ID
               FILE STATUS IS WS-EMP-STATUS.
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
       FD  WALK-LOG-FILE.
       COPY WALKREC.
       FD  EXCP-DISP-FILE.
       COPY EXCPDISP.
       FD  WALK-PERD-FILE.
       COPY WALKPERD.
       FD  EMP-MAST-FILE.
       COPY EMPMAST.
       FD  SRC-RULE-FILE.
       COPY SRCRULE.
       FD  OPER-MAST-FILE.
       COPY OPERMAST.
       FD  MAINT-AUD-FILE.
       01  MAINT-AUD-LINE PIC X(299).
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-DISP-STATUS PIC XX.
       01 WS-PERD-STATUS PIC XX.
       01 WS-PERD-CLOSED PIC X VALUE "N".
       01 WS-ACTION PIC X(1).
       01 WS-DONE PIC X VALUE "N".
       01 WS-SCAN-DONE PIC X.
       01 WS-EMP-INPUT PIC X(6).
       01 WS-DATE-INPUT PIC X(8).
       01 WS-CHK-DATE PIC 9(8).
       01 WS-REASON-INPUT PIC X(30).
       01 WS-DISP-CODE PIC X(1).
       01 WS-FLAGGED PIC X.
       01 WS-HOLD-DISTANCE PIC 9(3).
       01 WS-HOLD-UOM PIC X(2).
       01 WS-HOLD-FLAG PIC X(1).
       01 WS-EMP-STATUS PIC XX.
       01 WS-EMP-OPEN PIC X VALUE "N".
       01 WS-RULE-STATUS PIC XX.
       01 WS-RULE-EOF PIC X VALUE "N".
       01 WS-RULE-COUNT PIC 9(3) VALUE ZERO.
       01 WS-SITE-EMP-ID PIC X(6) VALUE SPACES.
       01 WS-SITE-CODE PIC X(3).
       01 WS-RULE-CODE PIC X(1).
      *> the standing entry of each source for the walker-day, as
      *> POSBLD gathers them - device readings apart from everything
      *> keyed
       01 WS-LAST-CLASS PIC X(1).
       01 WS-DEV-FOUND PIC X.
       01 WS-DEV-DISTANCE PIC 9(3).
       01 WS-DEV-UOM PIC X(2).
       01 WS-DEV-FLAG PIC X(1).
       01 WS-MAN-FOUND PIC X.
       01 WS-MAN-DISTANCE PIC 9(3).
       01 WS-MAN-UOM PIC X(2).
       01 WS-MAN-FLAG PIC X(1).
       01 WS-MAN-REASON PIC X.
       01 RULE-TABLE.
           05 RULE-ENTRY OCCURS 100 TIMES INDEXED BY RULE-IDX.
               10 RT-SITE PIC X(3).
               10 RT-RULE-CODE PIC X(1).
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
       OPEN INPUT WALK-LOG-FILE
       IF WS-FILE-STATUS NOT = "00"
           DISPLAY "歩行記録ファイルがありません。"
           STOP RUN
       END-IF
       PERFORM OPEN-DISP-PARA
       PERFORM LOAD-SRC-RULES-PARA
       OPEN INPUT EMP-MAST-FILE
       IF WS-EMP-STATUS = "00"
           MOVE "Y" TO WS-EMP-OPEN
       END-IF
       PERFORM UNTIL WS-DONE = "Y"
           DISPLAY "L=一覧 A=承認 V=取消 X=終了"
           DISPLAY "処理区分を入力してください:"
               WHEN "L"
                   PERFORM LIST-EXCP-PARA
               WHEN "A"
                   MOVE "A" TO WS-NEED-AUTH
                   PERFORM CHECK-AUTH-PARA
                   IF WS-AUTH-OK = "Y"
                       MOVE "A" TO WS-DISP-CODE
                       PERFORM REVIEW-PARA
                   END-IF
               WHEN "V"
                   MOVE "A" TO WS-NEED-AUTH
                   PERFORM CHECK-AUTH-PARA
                   IF WS-AUTH-OK = "Y"
                       MOVE "V" TO WS-DISP-CODE
                       PERFORM REVIEW-PARA
                   END-IF
               WHEN "X"
                   MOVE "Y" TO WS-DONE
               WHEN OTHER
       END-PERFORM
       CLOSE WALK-LOG-FILE
       CLOSE EXCP-DISP-FILE
       IF WS-EMP-OPEN = "Y"
           CLOSE EMP-MAST-FILE
       END-IF
       STOP RUN.

       OPEN-DISP-PARA.
           STOP RUN
       END-IF.

      *> the log reads back in key order, so a walker-day's records
      *> are adjacent; the entry POSBLD carries for the day is the
      *> standing entry of the source the site rule picks, and only
      *> a carried entry still flagged and without a disposition is
      *> an open item
       LIST-EXCP-PARA.
       MOVE ZERO TO WS-OPEN-COUNT
       MOVE SPACES TO WS-SITE-EMP-ID
       MOVE "N" TO WS-HOLD-ACTIVE
       MOVE "N" TO WS-SCAN-DONE
       MOVE LOW-VALUES TO WL-LOG-KEY
                OR WL-RUN-DATE NOT = WS-HOLD-DATE)
           PERFORM SHOW-IF-OPEN-PARA
       END-IF
       IF WS-HOLD-ACTIVE = "N"
           MOVE "N" TO WS-DEV-FOUND
           MOVE "N" TO WS-MAN-FOUND
       END-IF
       MOVE "Y" TO WS-HOLD-ACTIVE
       MOVE WL-EMPLOYEE-ID TO WS-HOLD-EMP-ID
       MOVE WL-RUN-DATE TO WS-HOLD-DATE
       PERFORM HOLD-SOURCE-PARA.

      *> the record just read becomes the standing entry of its
      *> source; WS-LAST-CLASS follows the latest posting of either
       HOLD-SOURCE-PARA.
       IF WL-SOURCE-CODE = "D"
           MOVE "D" TO WS-LAST-CLASS
           MOVE "Y" TO WS-DEV-FOUND
           MOVE WL-DISTANCE TO WS-DEV-DISTANCE
           MOVE WL-UOM-CODE TO WS-DEV-UOM
           MOVE WL-EXCEPTION-FLAG TO WS-DEV-FLAG
       ELSE
           MOVE "M" TO WS-LAST-CLASS
           MOVE "Y" TO WS-MAN-FOUND
           MOVE WL-DISTANCE TO WS-MAN-DISTANCE
           MOVE WL-UOM-CODE TO WS-MAN-UOM
           MOVE WL-EXCEPTION-FLAG TO WS-MAN-FLAG
           IF WL-REASON = SPACES
               MOVE "N" TO WS-MAN-REASON
           ELSE
               MOVE "Y" TO WS-MAN-REASON
           END-IF
       END-IF.

       SHOW-IF-OPEN-PARA.
       MOVE "N" TO WS-HOLD-ACTIVE
       PERFORM PICK-CARRIED-PARA
       IF WS-HOLD-FLAG = "Y"
           MOVE WS-HOLD-EMP-ID TO XD-EMPLOYEE-ID
           MOVE WS-HOLD-DATE TO XD-RUN-DATE
           EXIT PARAGRAPH
       END-IF
       MOVE FUNCTION NUMVAL(WS-DATE-INPUT) TO WS-CHK-DATE
       PERFORM CHECK-PERIOD-PARA
       IF WS-PERD-CLOSED = "Y"
           DISPLAY "締め済みの月です。"
           EXIT PARAGRAPH
       END-IF
       PERFORM CHECK-FLAGGED-PARA
       IF WS-FLAGGED NOT = "Y"
           DISPLAY "対象の例外がありません。"
           EXIT PARAGRAPH
       END-IF
       DISPLAY "理由を入力してください:"
       ACCEPT WS-REASON-INPUT
       MOVE WS-EMP-INPUT TO XD-EMPLOYEE-ID
       MOVE WS-CHK-DATE TO XD-RUN-DATE
       READ EXCP-DISP-FILE
       IF WS-DISP-STATUS = "00"
           MOVE "C" TO AU-ACTION
           MOVE EXCP-DISP-RECORD TO AU-BEFORE-IMAGE
       ELSE
           MOVE "A" TO AU-ACTION
           MOVE SPACES TO AU-BEFORE-IMAGE
       END-IF
       MOVE WS-DISP-CODE TO XD-DISPOSITION
       MOVE WS-SIGNON-ID TO XD-REVIEWER-ID
       MOVE WS-TODAY TO XD-REVIEW-DATE
       MOVE WS-REASON-INPUT TO XD-REASON
       IF AU-ACTION = "C"
           REWRITE EXCP-DISP-RECORD
       ELSE
           WRITE EXCP-DISP-RECORD
       END-IF
       IF WS-DISP-STATUS NOT = "00"
           DISPLAY "登録できませんでした: "
               WS-DISP-STATUS
       ELSE
           MOVE "EXCPDISP" TO AU-FILE-NAME
           MOVE XD-DISP-KEY TO AU-RECORD-KEY
           MOVE EXCP-DISP-RECORD TO AU-AFTER-IMAGE
           PERFORM WRITE-AUDIT-PARA
           IF WS-DISP-CODE = "A"
               DISPLAY "承認しました。"
           ELSE
           END-IF
       END-IF.

      *> the entry POSBLD carries for the day must still be flagged
      *> - a day already corrected under the threshold needs no
      *> disposition, and a flagged entry that loses to the other
      *> source under the site rule is not the one paid or voided
       CHECK-FLAGGED-PARA.
       MOVE "N" TO WS-FLAGGED
       MOVE "N" TO WS-SCAN-DONE
       MOVE "N" TO WS-DEV-FOUND
       MOVE "N" TO WS-MAN-FOUND
       MOVE WS-EMP-INPUT TO WL-EMPLOYEE-ID
       MOVE WS-CHK-DATE TO WL-RUN-DATE
       MOVE LOW-VALUES TO WL-TIMESTAMP
               NOT AT END
                   IF WL-EMPLOYEE-ID = WS-EMP-INPUT
                           AND WL-RUN-DATE = WS-CHK-DATE
                       PERFORM HOLD-SOURCE-PARA
                   ELSE
                       MOVE "Y" TO WS-SCAN-DONE
                   END-IF
           END-READ
       END-PERFORM
       IF WS-DEV-FOUND = "Y" OR WS-MAN-FOUND = "Y"
           MOVE WS-EMP-INPUT TO WS-HOLD-EMP-ID
           MOVE SPACES TO WS-SITE-EMP-ID
           PERFORM PICK-CARRIED-PARA
           MOVE WS-HOLD-FLAG TO WS-FLAGGED
       END-IF.

      *> picks the entry POSBLD carries for the walker-day: with
      *> only one source on file its standing entry; with both, the
      *> site's rule decides
       PICK-CARRIED-PARA.
       IF WS-DEV-FOUND = "Y" AND WS-MAN-FOUND = "Y"
           PERFORM FIND-SITE-RULE-PARA
           EVALUATE TRUE
               WHEN WS-RULE-CODE = "D"
                   MOVE "D" TO WS-LAST-CLASS
               WHEN WS-RULE-CODE = "H"
                   IF WS-MAN-DISTANCE > WS-DEV-DISTANCE
                       MOVE "M" TO WS-LAST-CLASS
                   ELSE
                       MOVE "D" TO WS-LAST-CLASS
                   END-IF
               WHEN WS-RULE-CODE = "R"
                   IF WS-MAN-REASON = "Y"
                       MOVE "M" TO WS-LAST-CLASS
                   ELSE
                       MOVE "D" TO WS-LAST-CLASS
                   END-IF
           END-EVALUATE
       END-IF
       IF WS-LAST-CLASS = "D"
           MOVE WS-DEV-DISTANCE TO WS-HOLD-DISTANCE
           MOVE WS-DEV-UOM TO WS-HOLD-UOM
           MOVE WS-DEV-FLAG TO WS-HOLD-FLAG
       ELSE
           MOVE WS-MAN-DISTANCE TO WS-HOLD-DISTANCE
           MOVE WS-MAN-UOM TO WS-HOLD-UOM
           MOVE WS-MAN-FLAG TO WS-HOLD-FLAG
       END-IF.

      *> as in POSBLD the walker's current EMPMAST site picks the
      *> rule: the site's own record first, then the company-wide
      *> blank-site record, then latest-posting-wins
       FIND-SITE-RULE-PARA.
       IF WS-HOLD-EMP-ID NOT = WS-SITE-EMP-ID
           MOVE WS-HOLD-EMP-ID TO WS-SITE-EMP-ID
           MOVE SPACES TO WS-SITE-CODE
           IF WS-EMP-OPEN = "Y"
               MOVE WS-HOLD-EMP-ID TO EM-EMPLOYEE-ID
               READ EMP-MAST-FILE
               IF WS-EMP-STATUS = "00"
                   MOVE EM-SITE-CODE TO WS-SITE-CODE
               END-IF
           END-IF
       END-IF
       MOVE "L" TO WS-RULE-CODE
       PERFORM VARYING RULE-IDX FROM 1 BY 1
               UNTIL RULE-IDX > WS-RULE-COUNT
           IF RT-SITE(RULE-IDX) = SPACES
               MOVE RT-RULE-CODE(RULE-IDX) TO WS-RULE-CODE
           END-IF
       END-PERFORM
       PERFORM VARYING RULE-IDX FROM 1 BY 1
               UNTIL RULE-IDX > WS-RULE-COUNT
           IF RT-SITE(RULE-IDX) = WS-SITE-CODE
               MOVE RT-RULE-CODE(RULE-IDX) TO WS-RULE-CODE
               EXIT PERFORM
           END-IF
       END-PERFORM.

      *> no SRCRULE file yet means every site keeps the latest
      *> posting; a rule this table cannot hold would let a site
      *> fall back to the company rule unnoticed, so it is a stop
       LOAD-SRC-RULES-PARA.
       OPEN INPUT SRC-RULE-FILE
       IF WS-RULE-STATUS NOT = "00"
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL WS-RULE-EOF = "Y"
           READ SRC-RULE-FILE NEXT
               AT END
                   MOVE "Y" TO WS-RULE-EOF
               NOT AT END
                   IF WS-RULE-COUNT < 100
                       ADD 1 TO WS-RULE-COUNT
                       MOVE SR-SITE-CODE TO RT-SITE(WS-RULE-COUNT)
                       MOVE SR-RULE-CODE
                           TO RT-RULE-CODE(WS-RULE-COUNT)
                   ELSE
                       DISPLAY "入力元ルールが多すぎます。"
                       CLOSE SRC-RULE-FILE
                       CLOSE WALK-LOG-FILE
                       CLOSE EXCP-DISP-FILE
                       STOP RUN
                   END-IF
           END-READ
       END-PERFORM
       CLOSE SRC-RULE-FILE.

      *> no WALKPERD file yet means no month has ever been closed
       CHECK-PERIOD-PARA.
       MOVE "N" TO WS-PERD-CLOSED
       OPEN INPUT WALK-PERD-FILE
       IF WS-PERD-STATUS = "00"
           MOVE WS-CHK-DATE(1:6) TO PD-PERIOD-YYYYMM
           READ WALK-PERD-FILE
           IF WS-PERD-STATUS = "00" AND PD-STATUS = "C"
               MOVE "Y" TO WS-PERD-CLOSED
           END-IF
           CLOSE WALK-PERD-FILE
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
               MOVE OP-AUTH-EXCPREV TO WS-OPER-AUTH
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
       MOVE "EXCPREV " TO AU-PROGRAM
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
