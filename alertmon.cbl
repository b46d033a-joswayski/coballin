           IF WS-ALERT-FILE-STATUS NOT = "00"
               DISPLAY "Cannot write alert.log, status "
                   WS-ALERT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO ALERT-RECORD
           IF WS-CHECKPOINT-STATUS NOT = "00"
               DISPLAY "Cannot write alertmon.chk, status "
                   WS-CHECKPOINT-STATUS
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NEWEST-STAMP TO CHECKPOINT-RECORD
