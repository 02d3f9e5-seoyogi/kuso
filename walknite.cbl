       01 WS-STEPS-RUN PIC 9(2) VALUE ZERO.
       01 WS-STEPS-GOOD PIC 9(2) VALUE ZERO.
       01 WS-STREAM-STATUS PIC X(4) VALUE "RUN ".
       01 WS-AUDIT-FLAGGED PIC X VALUE "N".
       PROCEDURE DIVISION.
       MAIN-PARA.
       ACCEPT WS-BUS-DATE-INPUT FROM COMMAND-LINE
       END-IF
       MOVE FUNCTION CURRENT-DATE(1:16) TO WS-START-TS
       DISPLAY "WALKNITE STREAM START FOR " WS-BUS-DATE
       PERFORM RUN-HRFEED-PARA
       IF WS-STEP-OK = "Y"
           PERFORM RUN-STEPIMP-PARA
       END-IF
       IF WS-STEP-OK = "Y"
           PERFORM RUN-WALKLOG-PARA
       END-IF
       IF WS-STEP-OK = "Y"
           PERFORM RUN-POSBLD-PARA
       END-IF
       IF WS-STEP-OK = "Y"
           PERFORM RUN-SRCCONF-PARA
       END-IF
       IF WS-STEP-OK = "Y"
           PERFORM RUN-WALKEXP-PARA
       END-IF
           PERFORM RUN-WVRECON-PARA
       END-IF
       IF WS-STEP-OK = "Y"
           PERFORM RUN-CONSAUD-PARA
       END-IF
       IF WS-STEP-OK = "Y"
           PERFORM RUN-RUNBAL-PARA
       END-IF
       EVALUATE TRUE
           WHEN WS-STEP-OK = "Y" AND WS-AUDIT-FLAGGED = "Y"
               MOVE "OOB " TO WS-STREAM-STATUS
               DISPLAY "WALKNITE STREAM COMPLETE FOR " WS-BUS-DATE
                   " - CONSAUD HIGH SEVERITY FINDINGS"
           WHEN WS-STEP-OK = "Y"
               MOVE "OK  " TO WS-STREAM-STATUS
               DISPLAY "WALKNITE STREAM COMPLETE FOR " WS-BUS-DATE
           WHEN OTHER
               MOVE WS-STEP-STATUS TO WS-STREAM-STATUS
               DISPLAY "WALKNITE STREAM HALTED AFTER " WS-STEP-NAME
                   " STATUS=" WS-STEP-STATUS
       END-EVALUATE
       PERFORM WRITE-STREAM-STATUS-PARA
       STOP RUN.

       RUN-HRFEED-PARA.
      *> hires, transfers and leavers go into EMPMAST first so the
      *> day's steps are posted against current assignments
       MOVE SPACES TO WS-SYS-CMD
       STRING "hrfeed " DELIMITED BY SIZE
           WS-BUS-DATE DELIMITED BY SIZE
           INTO WS-SYS-CMD
       END-STRING
       MOVE "HRFEED  " TO WS-STEP-NAME
       MOVE "OK  " TO WS-WANT-STATUS
       PERFORM RUN-ONE-STEP-PARA.

       RUN-STEPIMP-PARA.
       MOVE SPACES TO WS-SYS-CMD
       STRING "stepimp " DELIMITED BY SIZE
       MOVE "OK  " TO WS-WANT-STATUS
       PERFORM RUN-ONE-STEP-PARA.

       RUN-SRCCONF-PARA.
      *> the device-versus-keyed conflicts on the days posted
      *> today, as POSBLD has just marked them, go to wellness for
      *> follow-up - imported readings and back-dated slips land
      *> on earlier walked days
       MOVE SPACES TO WS-SYS-CMD
       STRING "srcconf POSTED " DELIMITED BY SIZE
           WS-BUS-DATE DELIMITED BY SIZE
           INTO WS-SYS-CMD
       END-STRING
       MOVE "SRCCONF " TO WS-STEP-NAME
       MOVE "OK  " TO WS-WANT-STATUS
       PERFORM RUN-ONE-STEP-PARA.

       RUN-WALKEXP-PARA.
       MOVE SPACES TO WS-SYS-CMD
       STRING "walkexp " DELIMITED BY SIZE
       MOVE "OK  " TO WS-WANT-STATUS
       PERFORM RUN-ONE-STEP-PARA.

       RUN-CONSAUD-PARA.
      *> an OOB audit does not stop the stream - RUNBAL still runs
      *> and flags the day, and the stream ends OOB; only an audit
      *> that could not read its files halts it
       MOVE SPACES TO WS-SYS-CMD
       STRING "consaud " DELIMITED BY SIZE
           WS-BUS-DATE DELIMITED BY SIZE
           INTO WS-SYS-CMD
       END-STRING
       MOVE "CONSAUD " TO WS-STEP-NAME
       MOVE "OK  " TO WS-WANT-STATUS
       PERFORM RUN-ONE-STEP-PARA
       IF WS-STEP-OK = "N" AND WS-STEP-STATUS = "OOB "
           MOVE "Y" TO WS-AUDIT-FLAGGED
           MOVE "Y" TO WS-STEP-OK
       END-IF.

       RUN-RUNBAL-PARA.
      *> the balancing report keeps no run control of its own -
      *> a zero return code releases the stream
