           IF WS-CSV-FILE-STATUS NOT = "00"
               DISPLAY "Cannot write trendrpt.csv, status "
                   WS-CSV-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "section,date,requests,bytes,errors,visitors"
