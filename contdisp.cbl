       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTACT-DISPOSITION.
      *> Daily import of the back office's disposition file - what
      *> became of each contact CONTACT-XTRACT handed them. Every
      *> line is validated and, if good, applied to CONTACT-MASTER as
      *> the contact's new lifecycle state with its date and agent.
      *> Lines that cannot be applied go to an error listing beside
      *> the input (.dat becomes .err) with the line number and
      *> reason, for the back office to correct and resend.
      *>
      *> The file comes from the command line; with no argument it is
      *> today's contact-disp-YYYYMMDD.dat. Each line is fixed width:
      *> contact seq 9(8), disposition code, agent id X(8), date
      *> YYYYMMDD. Codes, in the order a contact moves through them:
      *>     E  escalated
      *>     A  answered
      *>     C  closed        S  spam      (both final)
      *> A contact only moves forward: a line that would take it back
      *> to an earlier state, or on from a final one, is rejected. A
      *> line whose state already carries its date on the master is
      *> counted as already applied - even when a later line has
      *> since moved the contact on - so a rerun of the same file is
      *> harmless.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISPOSITION-FILE ASSIGN DYNAMIC WS-DISP-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISP-FILE-STATUS.
           SELECT CONTACT-MASTER ASSIGN TO "contact.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONTACT-SEQ
               FILE STATUS IS WS-CONTACT-FILE-STATUS.
           SELECT ERROR-FILE ASSIGN DYNAMIC WS-ERROR-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERROR-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DISPOSITION-FILE.
       01  DISPOSITION-RECORD.
           05 DISP-CONTACT-SEQ PIC X(8).
           05 DISP-CODE PIC X(1).
               88 DISP-ESCALATED VALUE 'E'.
               88 DISP-ANSWERED VALUE 'A'.
               88 DISP-SPAM VALUE 'S'.
               88 DISP-CLOSED VALUE 'C'.
           05 DISP-AGENT-ID PIC X(8).
           05 DISP-DATE PIC X(8).
      *> Mirror of the CONTACT-RECORD layout the server maintains in
      *> railway.cbl - keep them in step.
       FD  CONTACT-MASTER.
       01  CONTACT-RECORD.
           05 CONTACT-SEQ PIC 9(8).
           05 CONTACT-DATE PIC X(8).
           05 CONTACT-TIME PIC X(6).
           05 CONTACT-NAME PIC X(64).
           05 CONTACT-EMAIL PIC X(64).
           05 CONTACT-MESSAGE PIC X(512).
           05 CONTACT-STATUS PIC X(1).
               88 CONTACT-IS-NEW VALUE 'N'.
               88 CONTACT-EXTRACTED VALUE 'X'.
               88 CONTACT-ESCALATED VALUE 'E'.
               88 CONTACT-ANSWERED VALUE 'A'.
               88 CONTACT-SPAM VALUE 'S'.
               88 CONTACT-CLOSED VALUE 'C'.
           05 CONTACT-EXTRACT-DATE PIC X(8).
           05 CONTACT-ESCALATED-DATE PIC X(8).
           05 CONTACT-ANSWERED-DATE PIC X(8).
           05 CONTACT-CLOSED-DATE PIC X(8).
           05 CONTACT-AGENT-ID PIC X(8).
      *> Same fixed layout as ORDER-LOAD's reject file - the input
      *> line goes back exactly as it arrived.
       FD  ERROR-FILE.
       01  ERROR-RECORD.
           05 ERROR-LINE-NO PIC 9(8).
           05 FILLER PIC X(1).
           05 ERROR-REASON PIC X(40).
           05 FILLER PIC X(1).
           05 ERROR-DISP-LINE PIC X(25).
       WORKING-STORAGE SECTION.
       01 WS-DISP-FILENAME PIC X(64).
       01 WS-DISP-FILE-STATUS PIC X(2).
       01 WS-CONTACT-FILE-STATUS PIC X(2).
       01 WS-ERROR-FILENAME PIC X(64).
       01 WS-ERROR-FILE-STATUS PIC X(2).
       01 WS-PARM-LINE PIC X(64).
       01 WS-NAME-LEN PIC 9(4) COMP.
       01 WS-RUN-STAMP PIC X(21).
       01 WS-RUN-DATE PIC X(8).
       01 WS-DISP-EOF-SW PIC X(1) VALUE 'N'.
           88 WS-DISP-EOF VALUE 'Y'.
       01 WS-DISP-LINE-NO PIC 9(8) COMP VALUE 0.
       01 WS-ERROR-TEXT PIC X(40).
      *> Where a state sits in the lifecycle - a contact may only
      *> move to a higher rank. New (or blank, from before the
      *> lifecycle column) is 0 and extracted 1; closed and spam
      *> share the top rank, so neither follows the other.
       01 WS-CURRENT-RANK PIC 9(1).
       01 WS-NEW-RANK PIC 9(1).
       01 WS-LAST-DISP-DATE PIC X(8).
       01 WS-APPLIED-COUNT PIC 9(8) COMP VALUE 0.
       01 WS-REPEAT-COUNT PIC 9(8) COMP VALUE 0.
       01 WS-ERROR-COUNT PIC 9(8) COMP VALUE 0.
       01 WS-COUNT-DISPLAY PIC Z(7)9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-IMPORT
           PERFORM APPLY-DISPOSITIONS
           PERFORM PRINT-SUMMARY
           IF WS-ERROR-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       INITIALIZE-IMPORT.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-STAMP
           MOVE WS-RUN-STAMP(1:8) TO WS-RUN-DATE
           MOVE SPACES TO WS-PARM-LINE
           ACCEPT WS-PARM-LINE FROM COMMAND-LINE
           IF FUNCTION TRIM(WS-PARM-LINE) NOT = SPACES
               MOVE FUNCTION TRIM(WS-PARM-LINE) TO WS-DISP-FILENAME
           ELSE
               MOVE SPACES TO WS-DISP-FILENAME
               STRING
                   "contact-disp-" DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
                   INTO WS-DISP-FILENAME
           END-IF

           MOVE WS-DISP-FILENAME TO WS-ERROR-FILENAME
           COMPUTE WS-NAME-LEN = FUNCTION LENGTH(
               FUNCTION TRIM(WS-DISP-FILENAME TRAILING))
           IF WS-NAME-LEN > 4
                   AND WS-DISP-FILENAME(WS-NAME-LEN - 3:4) = ".dat"
               MOVE ".err"
                   TO WS-ERROR-FILENAME(WS-NAME-LEN - 3:4)
           ELSE
               STRING
                   FUNCTION TRIM(WS-DISP-FILENAME) DELIMITED BY SIZE
                   ".err" DELIMITED BY SIZE
                   INTO WS-ERROR-FILENAME
           END-IF

           OPEN INPUT DISPOSITION-FILE
           IF WS-DISP-FILE-STATUS NOT = "00"
               DISPLAY "Cannot open "
                   FUNCTION TRIM(WS-DISP-FILENAME) ", status "
                   WS-DISP-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O CONTACT-MASTER
           IF WS-CONTACT-FILE-STATUS NOT = "00"
               DISPLAY "Cannot open contact.dat, status "
                   WS-CONTACT-FILE-STATUS
               CLOSE DISPOSITION-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ERROR-FILE
           IF WS-ERROR-FILE-STATUS NOT = "00"
               DISPLAY "Cannot create "
                   FUNCTION TRIM(WS-ERROR-FILENAME) ", status "
                   WS-ERROR-FILE-STATUS
               CLOSE DISPOSITION-FILE
               CLOSE CONTACT-MASTER
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       APPLY-DISPOSITIONS.
           MOVE 'N' TO WS-DISP-EOF-SW
           PERFORM UNTIL WS-DISP-EOF
               READ DISPOSITION-FILE
                   AT END
                       SET WS-DISP-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-DISP-LINE-NO
                       IF DISPOSITION-RECORD NOT = SPACES
                           PERFORM APPLY-ONE-DISPOSITION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DISPOSITION-FILE
           CLOSE CONTACT-MASTER
           CLOSE ERROR-FILE.

       APPLY-ONE-DISPOSITION.
           IF DISP-CONTACT-SEQ NOT NUMERIC
               MOVE "contact seq not numeric" TO WS-ERROR-TEXT
               PERFORM WRITE-ERROR-RECORD
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN DISP-ESCALATED
                   MOVE 2 TO WS-NEW-RANK
               WHEN DISP-ANSWERED
                   MOVE 3 TO WS-NEW-RANK
               WHEN DISP-SPAM
               WHEN DISP-CLOSED
                   MOVE 4 TO WS-NEW-RANK
               WHEN OTHER
                   MOVE "unknown disposition code" TO WS-ERROR-TEXT
                   PERFORM WRITE-ERROR-RECORD
                   EXIT PARAGRAPH
           END-EVALUATE
           IF DISP-AGENT-ID = SPACES
               MOVE "agent id missing" TO WS-ERROR-TEXT
               PERFORM WRITE-ERROR-RECORD
               EXIT PARAGRAPH
           END-IF
           IF DISP-DATE NOT NUMERIC
               MOVE "disposition date not YYYYMMDD" TO WS-ERROR-TEXT
               PERFORM WRITE-ERROR-RECORD
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(FUNCTION NUMVAL(DISP-DATE))
                   NOT = 0
               MOVE "disposition date not a calendar date"
                   TO WS-ERROR-TEXT
               PERFORM WRITE-ERROR-RECORD
               EXIT PARAGRAPH
           END-IF
           IF DISP-DATE > WS-RUN-DATE
               MOVE "disposition date in the future" TO WS-ERROR-TEXT
               PERFORM WRITE-ERROR-RECORD
               EXIT PARAGRAPH
           END-IF

           MOVE DISP-CONTACT-SEQ TO CONTACT-SEQ
           READ CONTACT-MASTER
               INVALID KEY
                   MOVE "unknown contact seq" TO WS-ERROR-TEXT
                   PERFORM WRITE-ERROR-RECORD
                   EXIT PARAGRAPH
           END-READ

           EVALUATE TRUE
               WHEN CONTACT-EXTRACTED
                   MOVE 1 TO WS-CURRENT-RANK
               WHEN CONTACT-ESCALATED
                   MOVE 2 TO WS-CURRENT-RANK
               WHEN CONTACT-ANSWERED
                   MOVE 3 TO WS-CURRENT-RANK
               WHEN CONTACT-SPAM
               WHEN CONTACT-CLOSED
                   MOVE 4 TO WS-CURRENT-RANK
               WHEN OTHER
                   MOVE 0 TO WS-CURRENT-RANK
           END-EVALUATE
      *> the latest date already on the contact - nothing may be
      *> dated before it
           MOVE CONTACT-EXTRACT-DATE TO WS-LAST-DISP-DATE
           IF CONTACT-ESCALATED-DATE NOT = SPACES
                   AND CONTACT-ESCALATED-DATE > WS-LAST-DISP-DATE
               MOVE CONTACT-ESCALATED-DATE TO WS-LAST-DISP-DATE
           END-IF
           IF CONTACT-ANSWERED-DATE NOT = SPACES
                   AND CONTACT-ANSWERED-DATE > WS-LAST-DISP-DATE
               MOVE CONTACT-ANSWERED-DATE TO WS-LAST-DISP-DATE
           END-IF
           IF CONTACT-CLOSED-DATE NOT = SPACES
                   AND CONTACT-CLOSED-DATE > WS-LAST-DISP-DATE
               MOVE CONTACT-CLOSED-DATE TO WS-LAST-DISP-DATE
           END-IF

      *> The date for this line's own state already holding its date
      *> is this line applied before, whatever the contact has moved
      *> on to since (a file can carry E then A for one contact).
      *> Closed and spam share the closed date, so those also need
      *> the status to match.
           IF (DISP-ESCALATED AND CONTACT-ESCALATED-DATE = DISP-DATE)
                   OR (DISP-ANSWERED
                       AND CONTACT-ANSWERED-DATE = DISP-DATE)
                   OR ((DISP-SPAM OR DISP-CLOSED)
                       AND CONTACT-STATUS = DISP-CODE
                       AND CONTACT-CLOSED-DATE = DISP-DATE)
               ADD 1 TO WS-REPEAT-COUNT
               EXIT PARAGRAPH
           END-IF
           IF WS-CURRENT-RANK = 0
               MOVE "contact not yet handed off" TO WS-ERROR-TEXT
               PERFORM WRITE-ERROR-RECORD
               EXIT PARAGRAPH
           END-IF
           IF WS-NEW-RANK <= WS-CURRENT-RANK
               MOVE SPACES TO WS-ERROR-TEXT
               STRING
                   "backwards transition from " DELIMITED BY SIZE
                   CONTACT-STATUS DELIMITED BY SIZE
                   " to " DELIMITED BY SIZE
                   DISP-CODE DELIMITED BY SIZE
                   INTO WS-ERROR-TEXT
               PERFORM WRITE-ERROR-RECORD
               EXIT PARAGRAPH
           END-IF
           IF DISP-DATE < WS-LAST-DISP-DATE
                   OR DISP-DATE < CONTACT-DATE
               MOVE "dated before the contact's last state"
                   TO WS-ERROR-TEXT
               PERFORM WRITE-ERROR-RECORD
               EXIT PARAGRAPH
           END-IF

           MOVE DISP-CODE TO CONTACT-STATUS
           MOVE DISP-AGENT-ID TO CONTACT-AGENT-ID
           EVALUATE TRUE
               WHEN DISP-ESCALATED
                   MOVE DISP-DATE TO CONTACT-ESCALATED-DATE
               WHEN DISP-ANSWERED
                   MOVE DISP-DATE TO CONTACT-ANSWERED-DATE
               WHEN OTHER
                   MOVE DISP-DATE TO CONTACT-CLOSED-DATE
           END-EVALUATE
           REWRITE CONTACT-RECORD
               INVALID KEY
                   MOVE "contact master rewrite failed"
                       TO WS-ERROR-TEXT
                   PERFORM WRITE-ERROR-RECORD
               NOT INVALID KEY
                   ADD 1 TO WS-APPLIED-COUNT
           END-REWRITE.

       WRITE-ERROR-RECORD.
           ADD 1 TO WS-ERROR-COUNT
           MOVE SPACES TO ERROR-RECORD
           MOVE WS-DISP-LINE-NO TO ERROR-LINE-NO
           MOVE WS-ERROR-TEXT TO ERROR-REASON
           MOVE DISPOSITION-RECORD TO ERROR-DISP-LINE
           WRITE ERROR-RECORD.

       PRINT-SUMMARY.
           DISPLAY "CONTACT DISPOSITIONS FROM "
               FUNCTION TRIM(WS-DISP-FILENAME)
           MOVE WS-DISP-LINE-NO TO WS-COUNT-DISPLAY
           DISPLAY "LINES READ . . . . . . : " WS-COUNT-DISPLAY
           MOVE WS-APPLIED-COUNT TO WS-COUNT-DISPLAY
           DISPLAY "DISPOSITIONS APPLIED . : " WS-COUNT-DISPLAY
           MOVE WS-REPEAT-COUNT TO WS-COUNT-DISPLAY
           DISPLAY "ALREADY APPLIED  . . . : " WS-COUNT-DISPLAY
           MOVE WS-ERROR-COUNT TO WS-COUNT-DISPLAY
           DISPLAY "LINES REJECTED . . . . : " WS-COUNT-DISPLAY
           DISPLAY "ERROR LISTING  . . . . : "
               FUNCTION TRIM(WS-ERROR-FILENAME).

       END PROGRAM CONTACT-DISPOSITION.
