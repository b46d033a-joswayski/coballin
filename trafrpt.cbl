               DISPLAY "Cannot open "
                   FUNCTION TRIM(WS-LOG-FILENAME) ", status "
                   WS-LOG-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-LOG-EOF-SW
