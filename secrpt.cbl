       IDENTIFICATION DIVISION.
       PROGRAM-ID. SECURITY-REPORT.
      *> Daily security report over the /admin console audit trail
      *> (admin-audit.log, one record per console request written by
      *> the server) read alongside blocklist.cfg. For the day it
      *> lists the failed admin logins by client, every shutdown and
      *> who pressed it (and any shutdown post refused for its
      *> Referer), and the clients with repeated 401s that are not
      *> on the blocklist yet, so the operator can decide whether to
      *> add them. The credential-less 401 a browser gets before it
      *> prompts for the password is counted apart, not as a failed
      *> login.
      *>
      *> The day is yesterday by default, or the YYYYMMDD given on
      *> the command line. SECRPT_401_LIMIT in the environment sets
      *> how many 401s make a client a blocklist candidate (3 if not
      *> set). Candidates end the run with return code 4 so the
      *> overnight schedule can flag it.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADMIN-AUDIT-FILE ASSIGN TO "admin-audit.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT BLOCKLIST-FILE ASSIGN TO "blocklist.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BLOCKLIST-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ADMIN-AUDIT-FILE.
       01  ADMIN-AUDIT-RECORD PIC X(182).
       FD  BLOCKLIST-FILE.
       01  BLOCKLIST-RECORD PIC X(64).
       WORKING-STORAGE SECTION.
       01 WS-AUDIT-FILE-STATUS PIC X(2).
       01 WS-AUDIT-EOF-SW PIC X(1) VALUE 'N'.
           88 WS-AUDIT-EOF VALUE 'Y'.
       01 WS-BLOCKLIST-FILE-STATUS PIC X(2).
       01 WS-BLOCKLIST-EOF-SW PIC X(1) VALUE 'N'.
           88 WS-BLOCKLIST-EOF VALUE 'Y'.
      *> Mirror of the WS-AUDIT-RECORD layout WRITE-ADMIN-AUDIT
      *> builds in the server - keep the two in step.
       01 WS-AUDIT-DETAIL.
           05 WS-AUDIT-TIMESTAMP PIC X(21).
           05 FILLER PIC X(1).
           05 WS-AUDIT-CLIENT PIC X(40).
           05 FILLER PIC X(1).
           05 WS-AUDIT-USER PIC X(32).
           05 FILLER PIC X(1).
           05 WS-AUDIT-METHOD PIC X(8).
           05 FILLER PIC X(1).
           05 WS-AUDIT-PATH PIC X(64).
           05 FILLER PIC X(1).
           05 WS-AUDIT-OUTCOME PIC X(8).
           05 FILLER PIC X(1).
           05 WS-AUDIT-STATUS PIC X(3).
       01 WS-REPORT-STAMP PIC X(21).
       01 WS-PARM-LINE PIC X(64).
       01 WS-SECURITY-DATE PIC 9(8).
       01 WS-LIMIT-401 PIC 9(5) VALUE 3.
       01 WS-DAY-COUNT PIC 9(8) COMP VALUE 0.
       01 WS-GRANTED-COUNT PIC 9(8) COMP VALUE 0.
       01 WS-DENIED-COUNT PIC 9(8) COMP VALUE 0.
       01 WS-CHALLENGE-COUNT PIC 9(8) COMP VALUE 0.
       01 WS-BLOCKED-COUNT PIC 9(8) COMP VALUE 0.
       01 WS-OTHER-COUNT PIC 9(8) COMP VALUE 0.
       01 WS-SHUTDOWN-COUNT PIC 9(8) COMP VALUE 0.
       01 WS-REFERER-COUNT PIC 9(8) COMP VALUE 0.
       01 WS-CANDIDATE-COUNT PIC 9(8) COMP VALUE 0.
      *> one row per client with a 401 on the day
       01 WS-FAIL-TABLE.
           05 WS-FAIL-ENTRY OCCURS 200 TIMES.
               10 WS-FAIL-CLIENT PIC X(40).
               10 WS-FAIL-COUNT PIC 9(8) COMP.
               10 WS-FAIL-FIRST PIC X(6).
               10 WS-FAIL-LAST PIC X(6).
               10 WS-FAIL-USER PIC X(32).
       01 WS-FAIL-USED PIC 9(4) COMP VALUE 0.
       01 WS-FAIL-IDX PIC 9(4) COMP.
       01 WS-FAIL-OVERFLOW PIC 9(8) COMP VALUE 0.
       01 WS-CLIENT-FOUND-SW PIC X(1).
           88 WS-CLIENT-FOUND VALUE 'Y'.
      *> shutdowns and Referer refusals, in the order they happened
       01 WS-SHUT-TABLE.
           05 WS-SHUT-ENTRY OCCURS 100 TIMES.
               10 WS-SHUT-TIME PIC X(6).
               10 WS-SHUT-CLIENT PIC X(40).
               10 WS-SHUT-USER PIC X(32).
               10 WS-SHUT-OUTCOME PIC X(8).
       01 WS-SHUT-USED PIC 9(4) COMP VALUE 0.
       01 WS-SHUT-IDX PIC 9(4) COMP.
       01 WS-BLOCK-TABLE.
           05 WS-BLOCK-CLIENT OCCURS 500 TIMES PIC X(64).
       01 WS-BLOCK-USED PIC 9(4) COMP VALUE 0.
       01 WS-BLOCK-IDX PIC 9(4) COMP.
       01 WS-BLOCKED-SW PIC X(1).
           88 WS-ON-BLOCKLIST VALUE 'Y'.
       01 WS-TIME-RAW PIC X(6).
       01 WS-TIME-TEXT PIC X(8).
       01 WS-FIRST-TEXT PIC X(8).
       01 WS-CLIENT-COL PIC X(40).
       01 WS-COUNT-DISPLAY PIC Z(7)9.
       01 WS-ENV-PTR USAGE POINTER.
       01 WS-ENV-VALUE PIC X(16) BASED.
       01 WS-ENV-STR PIC X(16).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-SECURITY
           PERFORM LOAD-BLOCKLIST
           PERFORM READ-AUDIT-TRAIL
           PERFORM PRINT-REPORT-HEADING
           PERFORM PRINT-FAILED-LOGINS
           PERFORM PRINT-SHUTDOWNS
           PERFORM PRINT-CANDIDATES
           PERFORM PRINT-SUMMARY
           STOP RUN.

       INITIALIZE-SECURITY.
           MOVE FUNCTION CURRENT-DATE TO WS-REPORT-STAMP

      *> The day reported is the one before the run by default - a
      *> whole day of console activity - or the YYYYMMDD given on
      *> the command line.
           MOVE SPACES TO WS-PARM-LINE
           ACCEPT WS-PARM-LINE FROM COMMAND-LINE
           IF FUNCTION TRIM(WS-PARM-LINE) NOT = SPACES
                   AND WS-PARM-LINE(1:8) NUMERIC
               MOVE WS-PARM-LINE(1:8) TO WS-SECURITY-DATE
           ELSE
               IF FUNCTION TRIM(WS-PARM-LINE) NOT = SPACES
                   DISPLAY "Report date must be YYYYMMDD, not "
                       FUNCTION TRIM(WS-PARM-LINE)
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               COMPUTE WS-SECURITY-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(WS-REPORT-STAMP(1:8))) - 1)
           END-IF

           CALL "getenv" USING BY REFERENCE "SECRPT_401_LIMIT" X"00"
               RETURNING WS-ENV-PTR
           IF WS-ENV-PTR NOT EQUAL NULL
               SET ADDRESS OF WS-ENV-VALUE TO WS-ENV-PTR
               MOVE SPACES TO WS-ENV-STR
               UNSTRING WS-ENV-VALUE DELIMITED BY X"00"
                   INTO WS-ENV-STR
               IF FUNCTION TRIM(WS-ENV-STR) NOT = SPACES
                       AND FUNCTION NUMVAL(WS-ENV-STR) > 0
                   MOVE FUNCTION NUMVAL(WS-ENV-STR) TO WS-LIMIT-401
               END-IF
           END-IF
           MOVE SPACES TO WS-FAIL-TABLE
           MOVE SPACES TO WS-SHUT-TABLE
           MOVE SPACES TO WS-BLOCK-TABLE.

       LOAD-BLOCKLIST.
      *> Same matching as the server's CHECK-BLOCKLIST: "*" lines
      *> are comments, every other line one client, exact match.
           OPEN INPUT BLOCKLIST-FILE
           IF WS-BLOCKLIST-FILE-STATUS NOT = "00"
      *> no blocklist file means nobody is blocked
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-BLOCKLIST-EOF
               READ BLOCKLIST-FILE
                   AT END
                       SET WS-BLOCKLIST-EOF TO TRUE
                   NOT AT END
                       IF BLOCKLIST-RECORD(1:1) NOT = "*"
                               AND FUNCTION TRIM(BLOCKLIST-RECORD)
                                   NOT = SPACES
                               AND WS-BLOCK-USED < 500
                           ADD 1 TO WS-BLOCK-USED
                           MOVE FUNCTION TRIM(BLOCKLIST-RECORD)
                               TO WS-BLOCK-CLIENT(WS-BLOCK-USED)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BLOCKLIST-FILE.

       READ-AUDIT-TRAIL.
      *> The server only creates the audit file the first time the
      *> console is used, so a missing file is a quiet day, not an
      *> error.
           OPEN INPUT ADMIN-AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               DISPLAY "Cannot open admin-audit.log, status "
                   WS-AUDIT-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-AUDIT-EOF
               READ ADMIN-AUDIT-FILE INTO WS-AUDIT-DETAIL
                   AT END
                       SET WS-AUDIT-EOF TO TRUE
                   NOT AT END
                       IF WS-AUDIT-TIMESTAMP(1:8) = WS-SECURITY-DATE
                           PERFORM TALLY-AUDIT-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ADMIN-AUDIT-FILE.

       TALLY-AUDIT-RECORD.
           ADD 1 TO WS-DAY-COUNT
           EVALUATE FUNCTION TRIM(WS-AUDIT-OUTCOME)
               WHEN "GRANTED"
                   ADD 1 TO WS-GRANTED-COUNT
      *> A 401 with no credentials at all (user "-") is the
      *> challenge every browser gets before it asks for a password,
      *> not a failed login - count it on its own.
               WHEN "DENIED"
                   IF WS-AUDIT-USER = "-"
                       ADD 1 TO WS-CHALLENGE-COUNT
                   ELSE
                       ADD 1 TO WS-DENIED-COUNT
                       PERFORM TALLY-FAILED-LOGIN
                   END-IF
               WHEN "SHUTDOWN"
                   ADD 1 TO WS-SHUTDOWN-COUNT
                   PERFORM RECORD-SHUTDOWN
               WHEN "REFERER"
                   ADD 1 TO WS-REFERER-COUNT
                   PERFORM RECORD-SHUTDOWN
               WHEN "BLOCKED"
                   ADD 1 TO WS-BLOCKED-COUNT
               WHEN OTHER
                   ADD 1 TO WS-OTHER-COUNT
           END-EVALUATE.

       TALLY-FAILED-LOGIN.
           MOVE 'N' TO WS-CLIENT-FOUND-SW
           PERFORM VARYING WS-FAIL-IDX FROM 1 BY 1
                   UNTIL WS-FAIL-IDX > WS-FAIL-USED
                       OR WS-CLIENT-FOUND
               IF WS-FAIL-CLIENT(WS-FAIL-IDX) = WS-AUDIT-CLIENT
                   SET WS-CLIENT-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-CLIENT-FOUND
               SUBTRACT 1 FROM WS-FAIL-IDX
           ELSE
               IF WS-FAIL-USED >= 200
                   ADD 1 TO WS-FAIL-OVERFLOW
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-FAIL-USED
               MOVE WS-FAIL-USED TO WS-FAIL-IDX
               MOVE WS-AUDIT-CLIENT TO WS-FAIL-CLIENT(WS-FAIL-IDX)
               MOVE 0 TO WS-FAIL-COUNT(WS-FAIL-IDX)
               MOVE WS-AUDIT-TIMESTAMP(9:6)
                   TO WS-FAIL-FIRST(WS-FAIL-IDX)
           END-IF
           ADD 1 TO WS-FAIL-COUNT(WS-FAIL-IDX)
           MOVE WS-AUDIT-TIMESTAMP(9:6) TO WS-FAIL-LAST(WS-FAIL-IDX)
           MOVE WS-AUDIT-USER TO WS-FAIL-USER(WS-FAIL-IDX).

       RECORD-SHUTDOWN.
           IF WS-SHUT-USED >= 100
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SHUT-USED
           MOVE WS-AUDIT-TIMESTAMP(9:6) TO WS-SHUT-TIME(WS-SHUT-USED)
           MOVE WS-AUDIT-CLIENT TO WS-SHUT-CLIENT(WS-SHUT-USED)
           MOVE WS-AUDIT-USER TO WS-SHUT-USER(WS-SHUT-USED)
           MOVE WS-AUDIT-OUTCOME TO WS-SHUT-OUTCOME(WS-SHUT-USED).

       PRINT-REPORT-HEADING.
           DISPLAY "=================================================="
           DISPLAY "ADMIN SECURITY REPORT       RUN "
               WS-REPORT-STAMP(1:4) "-" WS-REPORT-STAMP(5:2) "-"
               WS-REPORT-STAMP(7:2) " " WS-REPORT-STAMP(9:2) ":"
               WS-REPORT-STAMP(11:2)
           DISPLAY "=================================================="
           DISPLAY "CONSOLE ACTIVITY ON . : "
               WS-SECURITY-DATE(1:4) "-" WS-SECURITY-DATE(5:2) "-"
               WS-SECURITY-DATE(7:2)
           IF WS-AUDIT-FILE-STATUS = "35"
               DISPLAY "(no admin-audit.log - console never used)"
           END-IF
           DISPLAY " ".

       PRINT-FAILED-LOGINS.
           DISPLAY "FAILED ADMIN LOGINS (401) BY CLIENT"
           DISPLAY "-----------------------------------"
           DISPLAY "CLIENT                                      COUNT"
               "  FIRST    LAST     LAST USER TRIED"
           IF WS-FAIL-USED = 0
               DISPLAY "  (none)"
           END-IF
           PERFORM VARYING WS-FAIL-IDX FROM 1 BY 1
                   UNTIL WS-FAIL-IDX > WS-FAIL-USED
               MOVE WS-FAIL-CLIENT(WS-FAIL-IDX) TO WS-CLIENT-COL
               MOVE WS-FAIL-COUNT(WS-FAIL-IDX) TO WS-COUNT-DISPLAY
               MOVE WS-FAIL-FIRST(WS-FAIL-IDX) TO WS-TIME-TEXT
               PERFORM EDIT-TIME-TEXT
               MOVE WS-TIME-TEXT TO WS-FIRST-TEXT
               MOVE WS-FAIL-LAST(WS-FAIL-IDX) TO WS-TIME-TEXT
               PERFORM EDIT-TIME-TEXT
               DISPLAY WS-CLIENT-COL " " WS-COUNT-DISPLAY "  "
                   WS-FIRST-TEXT " " WS-TIME-TEXT " "
                   FUNCTION TRIM(WS-FAIL-USER(WS-FAIL-IDX))
           END-PERFORM
           IF WS-FAIL-OVERFLOW > 0
               MOVE WS-FAIL-OVERFLOW TO WS-COUNT-DISPLAY
               DISPLAY "  (" FUNCTION TRIM(WS-COUNT-DISPLAY)
                   " more failures from clients past the first 200)"
           END-IF
           DISPLAY " ".

       PRINT-SHUTDOWNS.
           DISPLAY "SHUTDOWNS"
           DISPLAY "---------"
           DISPLAY "TIME     CLIENT                                   "
               "USER                             RESULT"
           IF WS-SHUT-USED = 0
               DISPLAY "  (none)"
           END-IF
           PERFORM VARYING WS-SHUT-IDX FROM 1 BY 1
                   UNTIL WS-SHUT-IDX > WS-SHUT-USED
               MOVE WS-SHUT-TIME(WS-SHUT-IDX) TO WS-TIME-TEXT
               PERFORM EDIT-TIME-TEXT
               IF WS-SHUT-OUTCOME(WS-SHUT-IDX) = "SHUTDOWN"
                   DISPLAY WS-TIME-TEXT " " WS-SHUT-CLIENT(WS-SHUT-IDX)
                       " " WS-SHUT-USER(WS-SHUT-IDX) " SHUT DOWN"
               ELSE
                   DISPLAY WS-TIME-TEXT " " WS-SHUT-CLIENT(WS-SHUT-IDX)
                       " " WS-SHUT-USER(WS-SHUT-IDX)
                       " REFUSED - BAD REFERER"
               END-IF
           END-PERFORM
           DISPLAY " ".

       PRINT-CANDIDATES.
           MOVE WS-LIMIT-401 TO WS-COUNT-DISPLAY
           DISPLAY "BLOCKLIST CANDIDATES ("
               FUNCTION TRIM(WS-COUNT-DISPLAY)
               " OR MORE 401s, NOT YET BLOCKED)"
           DISPLAY "-------------------------------------------------"
           PERFORM VARYING WS-FAIL-IDX FROM 1 BY 1
                   UNTIL WS-FAIL-IDX > WS-FAIL-USED
               IF WS-FAIL-COUNT(WS-FAIL-IDX) >= WS-LIMIT-401
                   PERFORM CHECK-CANDIDATE-BLOCKED
                   IF NOT WS-ON-BLOCKLIST
                       ADD 1 TO WS-CANDIDATE-COUNT
                       MOVE WS-FAIL-COUNT(WS-FAIL-IDX)
                           TO WS-COUNT-DISPLAY
                       MOVE WS-FAIL-CLIENT(WS-FAIL-IDX)
                           TO WS-CLIENT-COL
                       DISPLAY FUNCTION TRIM(WS-CLIENT-COL) "  ("
                           FUNCTION TRIM(WS-COUNT-DISPLAY)
                           " failed logins)"
                   END-IF
               END-IF
           END-PERFORM
           IF WS-CANDIDATE-COUNT = 0
               DISPLAY "  (none)"
           END-IF
           DISPLAY " ".

       CHECK-CANDIDATE-BLOCKED.
           MOVE 'N' TO WS-BLOCKED-SW
           PERFORM VARYING WS-BLOCK-IDX FROM 1 BY 1
                   UNTIL WS-BLOCK-IDX > WS-BLOCK-USED
                       OR WS-ON-BLOCKLIST
               IF WS-BLOCK-CLIENT(WS-BLOCK-IDX) =
                       FUNCTION TRIM(WS-FAIL-CLIENT(WS-FAIL-IDX))
                   SET WS-ON-BLOCKLIST TO TRUE
               END-IF
           END-PERFORM.

       PRINT-SUMMARY.
           MOVE WS-DAY-COUNT TO WS-COUNT-DISPLAY
           DISPLAY "CONSOLE REQUESTS . . : " WS-COUNT-DISPLAY
           MOVE WS-GRANTED-COUNT TO WS-COUNT-DISPLAY
           DISPLAY "  GRANTED  . . . . . : " WS-COUNT-DISPLAY
           MOVE WS-DENIED-COUNT TO WS-COUNT-DISPLAY
           DISPLAY "  DENIED (401) . . . : " WS-COUNT-DISPLAY
           MOVE WS-CHALLENGE-COUNT TO WS-COUNT-DISPLAY
           DISPLAY "  NO-CREDENTIAL 401  : " WS-COUNT-DISPLAY
           MOVE WS-SHUTDOWN-COUNT TO WS-COUNT-DISPLAY
           DISPLAY "  SHUTDOWNS  . . . . : " WS-COUNT-DISPLAY
           MOVE WS-REFERER-COUNT TO WS-COUNT-DISPLAY
           DISPLAY "  REFERER REFUSED  . : " WS-COUNT-DISPLAY
           MOVE WS-BLOCKED-COUNT TO WS-COUNT-DISPLAY
           DISPLAY "  BLOCKED/LIMITED  . : " WS-COUNT-DISPLAY
           MOVE WS-OTHER-COUNT TO WS-COUNT-DISPLAY
           DISPLAY "  OTHER REFUSALS . . : " WS-COUNT-DISPLAY
           MOVE WS-CANDIDATE-COUNT TO WS-COUNT-DISPLAY
           DISPLAY "BLOCKLIST CANDIDATES : " WS-COUNT-DISPLAY
           IF WS-CANDIDATE-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       EDIT-TIME-TEXT.
      *> HHMMSS as HH:MM:SS
           MOVE WS-TIME-TEXT(1:6) TO WS-TIME-RAW
           MOVE SPACES TO WS-TIME-TEXT
           STRING WS-TIME-RAW(1:2) ":" WS-TIME-RAW(3:2) ":"
               WS-TIME-RAW(5:2) DELIMITED BY SIZE INTO WS-TIME-TEXT.

       END PROGRAM SECURITY-REPORT.
