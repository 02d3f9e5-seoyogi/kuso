           WHEN RC-STATUS = "ERR "
               MOVE "ENDED IN ERR" TO WS-BAL-FLAG
               MOVE "Y" TO WS-PROBLEM
           WHEN RC-STATUS = "HLD "
               MOVE "PAY HELD    " TO WS-BAL-FLAG
               MOVE "Y" TO WS-PROBLEM
           WHEN RC-STATUS = "OOB "
               MOVE "OUT OF BAL  " TO WS-BAL-FLAG
               MOVE "Y" TO WS-PROBLEM
           WHEN RC-PROGRAM NOT = "WALKLOG "
               MOVE SPACES TO WS-BAL-FLAG
           WHEN RC-RECS-IN NOT =
