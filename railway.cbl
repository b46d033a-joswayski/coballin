           SELECT ADMIN-CRED-FILE ASSIGN TO "admin.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADMIN-CRED-STATUS.
           SELECT PID-FILE ASSIGN TO "railway.pid"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PID-FILE-STATUS.
           SELECT ADMIN-AUDIT-FILE ASSIGN TO "admin-audit.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT BATCH-STATUS-FILE ASSIGN TO "batchstat.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BSTAT-FILE-STATUS.
           SELECT CONTACT-MASTER ASSIGN TO "contact.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       01  TRUSTED-PROXY-RECORD PIC X(64).
       FD  ADMIN-CRED-FILE.
       01  ADMIN-CRED-RECORD PIC X(64).
       FD  PID-FILE.
       01  PID-RECORD PIC X(16).
       FD  ADMIN-AUDIT-FILE.
       01  ADMIN-AUDIT-RECORD PIC X(182).
       FD  BATCH-STATUS-FILE.
       01  BATCH-STATUS-RECORD PIC X(54).
        *> Fixed layout read by the back office every morning - widths
        *> matter more than the HTML that fills them in.
       FD  CONTACT-MASTER.
           05 CONTACT-MESSAGE PIC X(512).
        *> Lifecycle: a submission lands as new and the CONTACT-XTRACT
        *> batch stamps it extracted (with the extract date) the one
        *> time it hands it to the back office. From there the
        *> CONTACT-DISPOSITION batch moves it on as the back office
        *> reports back - escalated, answered, then closed, or spam -
        *> dating each state and recording the agent. Layout also
        *> lives in contactxt.cbl, uplrecon.cbl, contdisp.cbl and
        *> contage.cbl - keep them in step.
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
        *> Register of every document taken in through /upload: the
        *> payload itself goes to the uploads directory under the
        *> server-assigned stored name, and this record is what the
        *> back office matches against CONTACT-MASTER through the
        *> contact reference the customer supplied with the file.
        *> Layout also lives in uplrecon.cbl - keep the two in step.
       FD  UPLOAD-REGISTER.
       01  UPLOAD-RECORD.
           05 UPLOAD-SEQ PIC 9(8).
       01 WS-HTTP-VERSION PIC X(16).
       01 WS-REQUEST-COUNT PIC 9(8) COMP VALUE 0.
       01 WS-SERVER-START-EPOCH PIC 9(10) COMP VALUE 0.
       01 WS-PID-FILE-STATUS PIC X(2).
       01 WS-SERVER-PID PIC S9(9) COMP.
       01 WS-SERVER-PID-D PIC 9(9).
       01 WS-CURRENT-EPOCH PIC 9(10) COMP.
       01 WS-UPTIME-SECONDS PIC 9(10) COMP.
       01 WS-COUNT-DISPLAY PIC Z(7)9.
       01 WS-APP-PROGRAM PIC X(30).
       01 WS-STATUS-REASON-TEXT PIC X(24).
       01 WS-LOG-ROTATE-HOUR PIC 9(2) VALUE 0.
        *> Long enough that the month-end chargeback run still finds
        *> every archive of the month before.
       01 WS-LOG-RETAIN-DAYS PIC 9(3) VALUE 62.
       01 WS-LOG-CURRENT-DATE PIC X(8).
       01 WS-ROTATE-STAMP PIC X(21).
       01 WS-ROTATE-FLAG PIC X(1) EXTERNAL VALUE 'N'.
       01 WS-B64-C2 PIC 9(4) COMP.
       01 WS-B64-C3 PIC 9(4) COMP.
       01 WS-B64-C4 PIC 9(4) COMP.
        *> One admin-audit.log line per /admin request. The layout
        *> is mirrored in secrpt.cbl - keep the two in step.
       01 WS-AUDIT-FILE-STATUS PIC X(2).
       01 WS-AUDIT-RECORD.
           05 AUDIT-TIMESTAMP PIC X(21).
           05 FILLER PIC X(1) VALUE SPACE.
           05 AUDIT-CLIENT PIC X(40).
           05 FILLER PIC X(1) VALUE SPACE.
           05 AUDIT-USER PIC X(32).
           05 FILLER PIC X(1) VALUE SPACE.
           05 AUDIT-METHOD PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 AUDIT-PATH PIC X(64).
           05 FILLER PIC X(1) VALUE SPACE.
           05 AUDIT-OUTCOME PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 AUDIT-STATUS PIC 9(3).
       01 WS-AUDIT-OUTCOME PIC X(8) VALUE SPACES.
       01 WS-AUDIT-TOKEN PIC X(128).
       01 WS-AUDIT-B64 PIC X(122).
       01 WS-AUDIT-USER PIC X(32).
       01 WS-AUDIT-USER-LEN PIC 9(4) COMP.
       01 WS-AUDIT-I PIC 9(4) COMP.
       01 WS-AUDIT-V PIC 9(4) COMP.
       01 WS-AUDIT-BITS PIC 9(8) COMP.
       01 WS-AUDIT-NBITS PIC 9(4) COMP.
       01 WS-AUDIT-BYTE PIC 9(4) COMP.
       01 WS-AUDIT-DONE-SW PIC X(1).
           88 WS-AUDIT-DONE VALUE 'Y'.
        *> Mirror of the batchstat.dat record the nightly job-stream
        *> driver (jobdrv.cbl) writes - keep the two in step.
       01 WS-BSTAT-FILE-STATUS PIC X(2).
       01 WS-BATCH-STATUS.
           05 BSTAT-DATE PIC X(8).
           05 FILLER PIC X(1).
           05 BSTAT-STATE PIC X(8).
           05 FILLER PIC X(1).
           05 BSTAT-STAMP PIC X(14).
           05 FILLER PIC X(1).
           05 BSTAT-STEPS-DONE PIC 9(3).
           05 FILLER PIC X(1).
           05 BSTAT-STEPS-TOTAL PIC 9(3).
           05 FILLER PIC X(1).
           05 BSTAT-FAILED-STEP PIC X(8).
           05 FILLER PIC X(1).
           05 BSTAT-RC PIC 9(4).
       01 WS-ADMIN-PAGE PIC X(32768).
       01 WS-ADMIN-PTR PIC 9(8) COMP.
       01 WS-ADMIN-NUM-DISPLAY PIC Z(9)9.
           ELSE
               DISPLAY "Server listening on port " SIN-PORT
           END-IF
        *> Only a server that actually owns the port claims
        *> railway.pid - a second start that dies on "address in use"
        *> must not overwrite the running server's pid with its own.
           PERFORM WRITE-PID-FILE

        *> glibc's signal() installs SIGTERM with SA_RESTART, so a
        *> blocked accept() is transparently restarted by the kernel
           END-IF
           MOVE WS-LOG-RECORD TO ACCESS-LOG-RECORD
           WRITE ACCESS-LOG-RECORD
           CLOSE ACCESS-LOG-FILE

        *> Every request for the console also goes to the audit
        *> trail - including ones the blocklist or rate limiter
        *> turned away before HANDLE-ADMIN ever saw them.
           IF FUNCTION TRIM(WS-PATH) = "/admin"
                   OR WS-PATH(1:7) = "/admin/"
               PERFORM WRITE-ADMIN-AUDIT
           END-IF.

       WRITE-ADMIN-AUDIT.
        *> Outcome as HANDLE-ADMIN decided it - GRANTED, DENIED (bad
        *> or missing credentials, 401), REFERER (shutdown post
        *> refused for its Referer, 403) or SHUTDOWN. A request
        *> that never got that far is BLOCKED (blocklist 403, rate
        *> limit 429) or REFUSED (anything else).
           IF WS-AUDIT-OUTCOME = SPACES
               IF WS-RESPONSE-STATUS = 403 OR WS-RESPONSE-STATUS = 429
                   MOVE "BLOCKED" TO WS-AUDIT-OUTCOME
               ELSE
                   MOVE "REFUSED" TO WS-AUDIT-OUTCOME
               END-IF
           END-IF
           PERFORM DECODE-AUDIT-USER
           MOVE WS-LOG-TIMESTAMP TO AUDIT-TIMESTAMP
           MOVE WS-CLIENT-ID TO AUDIT-CLIENT
           MOVE WS-AUDIT-USER TO AUDIT-USER
           MOVE WS-METHOD TO AUDIT-METHOD
           MOVE WS-PATH TO AUDIT-PATH
           MOVE WS-AUDIT-OUTCOME TO AUDIT-OUTCOME
           MOVE WS-RESPONSE-STATUS TO AUDIT-STATUS
           MOVE SPACES TO WS-AUDIT-OUTCOME

           OPEN EXTEND ADMIN-AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS = "35"
               OPEN OUTPUT ADMIN-AUDIT-FILE
           END-IF
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               DISPLAY "Cannot write admin-audit.log, status "
                   WS-AUDIT-FILE-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-AUDIT-RECORD TO ADMIN-AUDIT-RECORD
           WRITE ADMIN-AUDIT-RECORD
           CLOSE ADMIN-AUDIT-FILE.

       DECODE-AUDIT-USER.
        *> The user name half of a Basic credential, for the audit
        *> trail only. Decoding stops at the ":" so the password is
        *> never decoded, let alone written anywhere. Anything
        *> outside printable ASCII - or a space, which would break
        *> the fixed columns for the reports - becomes "?". "-"
        *> means no credential was sent, "?" one that isn't Basic.
           MOVE "-" TO WS-AUDIT-USER
           PERFORM EXTRACT-AUTHORIZATION
           MOVE FUNCTION TRIM(WS-AUTH-VALUE) TO WS-AUDIT-TOKEN
           IF WS-AUDIT-TOKEN = SPACES
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION UPPER-CASE(WS-AUDIT-TOKEN(1:6)) NOT = "BASIC "
               MOVE "?" TO WS-AUDIT-USER
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-AUDIT-TOKEN(7:)) TO WS-AUDIT-B64
           MOVE SPACES TO WS-AUDIT-USER
           MOVE 0 TO WS-AUDIT-USER-LEN
           MOVE 0 TO WS-AUDIT-BITS
           MOVE 0 TO WS-AUDIT-NBITS
           MOVE 'N' TO WS-AUDIT-DONE-SW
           PERFORM VARYING WS-AUDIT-I FROM 1 BY 1
                   UNTIL WS-AUDIT-I > 122 OR WS-AUDIT-DONE
               IF WS-AUDIT-B64(WS-AUDIT-I:1) = SPACE
                       OR WS-AUDIT-B64(WS-AUDIT-I:1) = "="
                   SET WS-AUDIT-DONE TO TRUE
               ELSE
                   PERFORM VARYING WS-AUDIT-V FROM 1 BY 1
                           UNTIL WS-AUDIT-V > 64
                               OR WS-B64-ALPHABET(WS-AUDIT-V:1) =
                                   WS-AUDIT-B64(WS-AUDIT-I:1)
                       CONTINUE
                   END-PERFORM
                   IF WS-AUDIT-V > 64
                       SET WS-AUDIT-DONE TO TRUE
                   ELSE
                       COMPUTE WS-AUDIT-BITS =
                           WS-AUDIT-BITS * 64 + WS-AUDIT-V - 1
                       ADD 6 TO WS-AUDIT-NBITS
                       IF WS-AUDIT-NBITS >= 8
                           SUBTRACT 8 FROM WS-AUDIT-NBITS
                           COMPUTE WS-AUDIT-BYTE =
                               WS-AUDIT-BITS / (2 ** WS-AUDIT-NBITS)
                           COMPUTE WS-AUDIT-BITS = FUNCTION MOD(
                               WS-AUDIT-BITS, 2 ** WS-AUDIT-NBITS)
                           PERFORM APPEND-AUDIT-USER-BYTE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-AUDIT-USER = SPACES
               MOVE "?" TO WS-AUDIT-USER
           END-IF.

       APPEND-AUDIT-USER-BYTE.
           IF WS-AUDIT-BYTE = 58
               SET WS-AUDIT-DONE TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF WS-AUDIT-USER-LEN >= 32
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-AUDIT-USER-LEN
           IF WS-AUDIT-BYTE < 33 OR WS-AUDIT-BYTE > 126
               MOVE "?" TO WS-AUDIT-USER(WS-AUDIT-USER-LEN:1)
           ELSE
               MOVE FUNCTION CHAR(WS-AUDIT-BYTE + 1)
                   TO WS-AUDIT-USER(WS-AUDIT-USER-LEN:1)
           END-IF.

       COUNT-ACCESS-LOG-RECORDS.
        *> Each forked child keeps its own copy of WS-REQUEST-COUNT,
        *> Basic authentication against admin.cfg (one line,
        *> user:password - no credentials live in this program).
        *> Authentication works by encoding what the file says and
        *> comparing tokens, so the wire credential is never decoded
        *> to check it (only its user name, by DECODE-AUDIT-USER, for
        *> the audit trail). WS-AUDIT-OUTCOME records how the request
        *> ended for WRITE-ADMIN-AUDIT.
           PERFORM CHECK-ADMIN-AUTH
           IF NOT WS-ADMIN-AUTH-OK
               MOVE "DENIED" TO WS-AUDIT-OUTCOME
               MOVE 401 TO WS-RESPONSE-STATUS
               PERFORM BUILD-ERROR-RESPONSE
               EXIT PARAGRAPH
                       INSPECT WS-REFERER-VALUE
                           TALLYING WS-REFERER-TALLY FOR ALL "/admin"
                       IF WS-REFERER-TALLY > 0
                           MOVE "SHUTDOWN" TO WS-AUDIT-OUTCOME
                           PERFORM ADMIN-SHUTDOWN
                       ELSE
                           MOVE "REFERER" TO WS-AUDIT-OUTCOME
                           MOVE 403 TO WS-RESPONSE-STATUS
                           PERFORM BUILD-ERROR-RESPONSE
                           EXIT PARAGRAPH
                   EXIT PARAGRAPH
           END-EVALUATE

           IF WS-AUDIT-OUTCOME = SPACES
               MOVE "GRANTED" TO WS-AUDIT-OUTCOME
           END-IF
           MOVE 200 TO HRESP-STATUS
           MOVE "text/html" TO HRESP-CONTENT-TYPE
           MOVE 0 TO HRESP-HEADER-COUNT
               '<p><a href="/admin/config">Effective configuration'
                   DELIMITED BY SIZE
               "</a></p>" DELIMITED BY SIZE
               INTO WS-ADMIN-PAGE
               WITH POINTER WS-ADMIN-PTR
           PERFORM BUILD-ADMIN-BATCH-STATUS
           STRING
               '<form method="POST" action="/admin/shutdown">'
                   DELIMITED BY SIZE
               '<input type="submit" value="Shut down server">'
               INTO WS-ADMIN-PAGE
               WITH POINTER WS-ADMIN-PTR.

       BUILD-ADMIN-BATCH-STATUS.
        *> How last night's batch ended, from the one record the
        *> job-stream driver keeps in batchstat.dat: RUNNING while
        *> it is under way, then COMPLETE or FAILED.
           MOVE SPACES TO WS-BATCH-STATUS
           OPEN INPUT BATCH-STATUS-FILE
           IF WS-BSTAT-FILE-STATUS = "00"
               READ BATCH-STATUS-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE BATCH-STATUS-RECORD TO WS-BATCH-STATUS
               END-READ
               CLOSE BATCH-STATUS-FILE
           END-IF
           IF BSTAT-DATE NOT NUMERIC OR BSTAT-STEPS-DONE NOT NUMERIC
                   OR BSTAT-STEPS-TOTAL NOT NUMERIC
                   OR BSTAT-RC NOT NUMERIC
               STRING
                   "<p>Nightly batch: no status on file</p>"
                       DELIMITED BY SIZE
                   INTO WS-ADMIN-PAGE
                   WITH POINTER WS-ADMIN-PTR
               EXIT PARAGRAPH
           END-IF
           STRING
               "<p>Nightly batch for " DELIMITED BY SIZE
               BSTAT-DATE(1:4) "-" BSTAT-DATE(5:2) "-"
                   BSTAT-DATE(7:2) DELIMITED BY SIZE
               ": <b>" DELIMITED BY SIZE
               BSTAT-STATE DELIMITED BY SPACE
               "</b>, " DELIMITED BY SIZE
               INTO WS-ADMIN-PAGE
               WITH POINTER WS-ADMIN-PTR
           MOVE BSTAT-STEPS-DONE TO WS-ADMIN-NUM-DISPLAY
           STRING
               FUNCTION TRIM(WS-ADMIN-NUM-DISPLAY) DELIMITED BY SIZE
               " of " DELIMITED BY SIZE
               INTO WS-ADMIN-PAGE
               WITH POINTER WS-ADMIN-PTR
           MOVE BSTAT-STEPS-TOTAL TO WS-ADMIN-NUM-DISPLAY
           STRING
               FUNCTION TRIM(WS-ADMIN-NUM-DISPLAY) DELIMITED BY SIZE
               " steps done" DELIMITED BY SIZE
               INTO WS-ADMIN-PAGE
               WITH POINTER WS-ADMIN-PTR
           IF BSTAT-STATE = "FAILED"
               MOVE BSTAT-RC TO WS-ADMIN-NUM-DISPLAY
               STRING
                   ", stopped at step " DELIMITED BY SIZE
                   BSTAT-FAILED-STEP DELIMITED BY SPACE
                   " (return code " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ADMIN-NUM-DISPLAY)
                       DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO WS-ADMIN-PAGE
                   WITH POINTER WS-ADMIN-PTR
           END-IF
           STRING
               " - as of " DELIMITED BY SIZE
               BSTAT-STAMP(1:4) "-" BSTAT-STAMP(5:2) "-"
                   BSTAT-STAMP(7:2) " " BSTAT-STAMP(9:2) ":"
                   BSTAT-STAMP(11:2) DELIMITED BY SIZE
               "</p>" DELIMITED BY SIZE
               INTO WS-ADMIN-PAGE
               WITH POINTER WS-ADMIN-PTR.

       BUILD-ADMIN-LOG-PAGE.
        *> One pass over access.log keeping the last 20 records in a
        *> ring, then render them oldest first.
               MOVE WS-CONTACT-IN-MSG(1:512) TO CONTACT-MESSAGE
               SET CONTACT-IS-NEW TO TRUE
               MOVE SPACES TO CONTACT-EXTRACT-DATE
                   CONTACT-ESCALATED-DATE CONTACT-ANSWERED-DATE
                   CONTACT-CLOSED-DATE CONTACT-AGENT-ID
               WRITE CONTACT-RECORD
                   INVALID KEY
        *> another child grabbed this sequence number first -
               DISPLAY "Failed to close server socket"
           ELSE
               DISPLAY "Server socket closed successfully"
           END-IF
           CALL "CBL_DELETE_FILE" USING "railway.pid"
               RETURNING WS-RESULT.

       WRITE-PID-FILE.
        *> Leave the parent's process id in railway.pid so
        *> CONFIG-PUBLISH (and the operator) can send SIGHUP after a
        *> published routes.cfg or apps.cfg without hunting for the
        *> process. Not being able to write it only means the signal
        *> has to be sent by hand - the server still starts.
           CALL "getpid" RETURNING WS-SERVER-PID
           MOVE WS-SERVER-PID TO WS-SERVER-PID-D
           OPEN OUTPUT PID-FILE
           IF WS-PID-FILE-STATUS NOT = "00"
               DISPLAY "Cannot write railway.pid, status "
                   WS-PID-FILE-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO PID-RECORD
           MOVE WS-SERVER-PID-D TO PID-RECORD
           WRITE PID-RECORD
           CLOSE PID-FILE.

       END PROGRAM COBOL-WEB-SERVER.

