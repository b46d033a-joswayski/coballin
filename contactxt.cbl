           05 CONTACT-EMAIL PIC X(64).
           05 CONTACT-MESSAGE PIC X(512).
           05 CONTACT-STATUS PIC X(1).
               88 CONTACT-AWAITING-EXTRACT VALUE 'N' SPACE.
               88 CONTACT-EXTRACTED VALUE 'X'.
           05 CONTACT-EXTRACT-DATE PIC X(8).
           05 CONTACT-ESCALATED-DATE PIC X(8).
           05 CONTACT-ANSWERED-DATE PIC X(8).
           05 CONTACT-CLOSED-DATE PIC X(8).
           05 CONTACT-AGENT-ID PIC X(8).
      *> Fixed layout read by the back office - widths matter more
      *> than anything that fills them in.
       FD  HANDOFF-FILE.
           IF WS-CONTACT-FILE-STATUS NOT = "00"
               DISPLAY "Cannot open contact.dat, status "
                   WS-CONTACT-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND HANDOFF-FILE
                   FUNCTION TRIM(WS-HANDOFF-FILENAME) ", status "
                   WS-HANDOFF-FILE-STATUS
               CLOSE CONTACT-MASTER
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

       EXTRACT-ONE-CONTACT.
      *> Records written before the lifecycle column existed read
      *> back with a blank status - they have never been handed off,
      *> so they count as new. Anything past new - extracted, or
      *> already dispositioned by the back office - went out before.
           IF NOT CONTACT-AWAITING-EXTRACT
               ADD 1 TO WS-SKIPPED-COUNT
               EXIT PARAGRAPH
           END-IF
