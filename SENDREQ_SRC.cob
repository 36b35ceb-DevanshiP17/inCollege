               EXIT PARAGRAPH
           END-IF
           
           *> Hold the sender to the daily request cap
           MOVE "CONN" TO WS-SND-KIND
           PERFORM CHECK-DAILY-SEND-LIMIT
           IF SEND-REFUSED
               EXIT PARAGRAPH
           END-IF

           *> Connection is valid - save it
           PERFORM SAVE-CONNECTION-TO-FILE
           PERFORM RECORD-DAILY-SEND
           ADD 1 TO WS-RPT-CONN-SENT

           *> Display confirmation
