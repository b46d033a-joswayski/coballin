               DISPLAY "Cannot open "
                   FUNCTION TRIM(WS-LOG-FILENAME) ", status "
                   WS-LOG-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT EXPORT-FILE
                   FUNCTION TRIM(WS-EXPORT-FILENAME) ", status "
                   WS-EXPORT-FILE-STATUS
               CLOSE ACCESS-LOG-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-LOG-EOF-SW
