       MOVE "DEVICE IMPORT" TO WT-REASON
       MOVE "E" TO WT-TXN-TYPE
       MOVE WS-STEP-DATE TO WT-ENTRY-DATE
       MOVE "D" TO WT-SOURCE-CODE
       WRITE WALK-TXN-RECORD
       ADD 1 TO WS-GOOD-COUNT.

