       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONFIG-PUBLISH.
      *> Pre-flight check and staged publishing of the server's site
      *> map and application registry. Changes are made in the
      *> candidates routes.cfg.new and apps.cfg.new, never in the
      *> live files; this program checks whichever candidates exist
      *> and prints what they change against the live files, for
      *> the change ticket.
      *>
      *>     CHECK     check and list the changes only (the default)
      *>     PUBLISH   the same, then - only if every check passed -
      *>               keep each live file as a dated backup, move the
      *>               candidate over it and send the server SIGHUP
      *>               using the process id it leaves in railway.pid
      *>
      *> routes.cfg.new is checked line by line the way
      *> LOAD-ROUTE-TABLE reads it: every line must carry host, path,
      *> file and content type; every file must open for reading;
      *> every content type must be on the approved list below; no
      *> host and path may appear twice; and the table must fit the
      *> server's 100 entries. apps.cfg.new must fit the server's 50
      *> entries and every name must resolve to a loadable module,
      *> the same lookup DISPATCH-APPLICATION's CALL makes - run this
      *> with the server's library path.
      *>
      *> Return code 0 clean, 4 published but the server could not be
      *> signalled, 8 candidate rejected or nothing to check, 12 the
      *> publish itself failed, 16 bad command line.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROUTES-FILE ASSIGN DYNAMIC WS-ROUTES-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROUTES-FILE-STATUS.
           SELECT APPS-FILE ASSIGN DYNAMIC WS-APPS-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPS-FILE-STATUS.
           SELECT TARGET-FILE ASSIGN DYNAMIC WS-TARGET-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TARGET-FILE-STATUS.
           SELECT PID-FILE ASSIGN TO "railway.pid"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PID-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ROUTES-FILE.
       01  ROUTES-RECORD PIC X(256).
       FD  APPS-FILE.
       01  APPS-RECORD PIC X(256).
       FD  TARGET-FILE.
       01  TARGET-RECORD PIC X(256).
       FD  PID-FILE.
       01  PID-RECORD PIC X(16).
       WORKING-STORAGE SECTION.
       01 WS-ROUTES-FILE-STATUS PIC X(2).
       01 WS-APPS-FILE-STATUS PIC X(2).
       01 WS-TARGET-FILE-STATUS PIC X(2).
       01 WS-PID-FILE-STATUS PIC X(2).
       01 WS-ROUTES-FILENAME PIC X(64).
       01 WS-APPS-FILENAME PIC X(64).
       01 WS-TARGET-FILENAME PIC X(64).
       01 WS-ROUTES-EOF-SW PIC X(1) VALUE 'N'.
           88 WS-ROUTES-EOF VALUE 'Y'.
       01 WS-APPS-EOF-SW PIC X(1) VALUE 'N'.
           88 WS-APPS-EOF VALUE 'Y'.
       01 WS-PARM-LINE PIC X(64).
       01 WS-RUN-MODE PIC X(8).
           88 WS-MODE-CHECK VALUE "CHECK".
           88 WS-MODE-PUBLISH VALUE "PUBLISH".
       01 WS-RUN-STAMP PIC X(21).
      *> Which table the file being read goes into.
       01 WS-LOAD-TARGET-SW PIC X(1).
           88 WS-LOADING-CANDIDATE VALUE 'C'.
           88 WS-LOADING-LIVE VALUE 'L'.
       01 WS-ROUTES-CANDIDATE-SW PIC X(1) VALUE 'N'.
           88 WS-ROUTES-CANDIDATE VALUE 'Y'.
       01 WS-APPS-CANDIDATE-SW PIC X(1) VALUE 'N'.
           88 WS-APPS-CANDIDATE VALUE 'Y'.
       01 WS-LINE-NO PIC 9(4) COMP.
       01 WS-LINE-DISPLAY PIC Z(3)9.
       01 WS-ROUTE-HOST PIC X(64).
       01 WS-ROUTE-PATH PIC X(64).
       01 WS-ROUTE-FILE PIC X(64).
       01 WS-ROUTE-TYPE PIC X(24).
      *> Room past the server's 100 so an oversized candidate can
      *> still be listed and diffed in full.
       01 WS-NEW-ROUTE-TABLE.
           05 WS-NEW-ROUTE OCCURS 200 TIMES.
               10 WS-NEW-HOST PIC X(64).
               10 WS-NEW-PATH PIC X(64).
               10 WS-NEW-FILE PIC X(64).
               10 WS-NEW-TYPE PIC X(24).
       01 WS-NEW-ROUTE-COUNT PIC 9(4) COMP VALUE 0.
       01 WS-LIVE-ROUTE-TABLE.
           05 WS-LIVE-ROUTE OCCURS 200 TIMES.
               10 WS-LIVE-HOST PIC X(64).
               10 WS-LIVE-PATH PIC X(64).
               10 WS-LIVE-FILE PIC X(64).
               10 WS-LIVE-TYPE PIC X(24).
       01 WS-LIVE-ROUTE-COUNT PIC 9(4) COMP VALUE 0.
       01 WS-NEW-IDX PIC 9(4) COMP.
       01 WS-LIVE-IDX PIC 9(4) COMP.
       01 WS-ROUTE-FOUND-SW PIC X(1).
           88 WS-ROUTE-FOUND VALUE 'Y'.
       01 WS-NEW-APP-TABLE.
           05 WS-NEW-APP PIC X(30) OCCURS 100 TIMES.
       01 WS-NEW-APP-COUNT PIC 9(4) COMP VALUE 0.
       01 WS-LIVE-APP-TABLE.
           05 WS-LIVE-APP PIC X(30) OCCURS 100 TIMES.
       01 WS-LIVE-APP-COUNT PIC 9(4) COMP VALUE 0.
       01 WS-APP-NAME PIC X(256).
       01 WS-APP-PROGRAM PIC X(30).
       01 WS-APP-ENTRY-PTR PROGRAM-POINTER.
       01 WS-APP-FOUND-SW PIC X(1).
           88 WS-APP-FOUND VALUE 'Y'.
      *> Content types the server may hand out from routes.cfg.
       01 WS-TYPE-VALUES.
           05 FILLER PIC X(24) VALUE "text/html".
           05 FILLER PIC X(24) VALUE "text/css".
           05 FILLER PIC X(24) VALUE "text/plain".
           05 FILLER PIC X(24) VALUE "text/javascript".
           05 FILLER PIC X(24) VALUE "application/javascript".
           05 FILLER PIC X(24) VALUE "application/json".
           05 FILLER PIC X(24) VALUE "application/pdf".
           05 FILLER PIC X(24) VALUE "image/png".
           05 FILLER PIC X(24) VALUE "image/jpeg".
           05 FILLER PIC X(24) VALUE "image/gif".
           05 FILLER PIC X(24) VALUE "image/svg+xml".
           05 FILLER PIC X(24) VALUE "image/x-icon".
           05 FILLER PIC X(24) VALUE "image/webp".
           05 FILLER PIC X(24) VALUE "font/woff2".
       01 WS-TYPE-TABLE REDEFINES WS-TYPE-VALUES.
           05 WS-APPROVED-TYPE PIC X(24) OCCURS 14 TIMES.
       01 WS-TYPE-IDX PIC 9(4) COMP.
       01 WS-TYPE-FOUND-SW PIC X(1).
           88 WS-TYPE-FOUND VALUE 'Y'.
       01 WS-ERROR-COUNT PIC 9(4) COMP VALUE 0.
       01 WS-ADDED-COUNT PIC 9(4) COMP VALUE 0.
       01 WS-REMOVED-COUNT PIC 9(4) COMP VALUE 0.
       01 WS-CHANGED-COUNT PIC 9(4) COMP VALUE 0.
       01 WS-COUNT-DISPLAY PIC Z(7)9.
      *> Publishing: live file, candidate and backup names, and the
      *> null-terminated copies rename() wants.
       01 WS-LIVE-NAME PIC X(64).
       01 WS-CANDIDATE-NAME PIC X(64).
       01 WS-BACKUP-NAME PIC X(64).
       01 WS-RENAME-FROM-Z PIC X(65).
       01 WS-RENAME-TO-Z PIC X(65).
       01 WS-FILE-EXISTS-INFO.
           05 WS-FILE-SIZE PIC X(8) COMP-X.
           05 WS-FILE-DATE PIC X(4) COMP-X.
           05 WS-FILE-TIME PIC X(4) COMP-X.
       01 WS-RESULT PIC S9(9) COMP.
       01 WS-PUBLISH-FAILED-SW PIC X(1) VALUE 'N'.
           88 WS-PUBLISH-FAILED VALUE 'Y'.
       01 WS-SERVER-PID PIC S9(9) COMP.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-CONFIG-CHECK
           PERFORM CHECK-ROUTES-CANDIDATE
           PERFORM CHECK-APPS-CANDIDATE
           IF NOT WS-ROUTES-CANDIDATE AND NOT WS-APPS-CANDIDATE
               DISPLAY "Nothing to check: neither routes.cfg.new nor "
                   "apps.cfg.new exists"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM PRINT-ROUTE-DIFF
           PERFORM PRINT-APP-DIFF
           PERFORM PRINT-CHECK-RESULT
           IF WS-ERROR-COUNT > 0
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-MODE-PUBLISH
               PERFORM PUBLISH-CANDIDATES
               IF WS-PUBLISH-FAILED
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM SIGNAL-SERVER
           END-IF
           STOP RUN.

       INITIALIZE-CONFIG-CHECK.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-STAMP
           MOVE SPACES TO WS-PARM-LINE
           ACCEPT WS-PARM-LINE FROM COMMAND-LINE
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PARM-LINE))
               TO WS-RUN-MODE
           IF WS-RUN-MODE = SPACES
               MOVE "CHECK" TO WS-RUN-MODE
           END-IF
           IF NOT WS-MODE-CHECK AND NOT WS-MODE-PUBLISH
               DISPLAY "Usage: cfgcheck [CHECK|PUBLISH], not "
                   FUNCTION TRIM(WS-PARM-LINE)
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "=================================================="
           DISPLAY "CONFIGURATION " WS-RUN-MODE "       RUN "
               WS-RUN-STAMP(1:4) "-" WS-RUN-STAMP(5:2) "-"
               WS-RUN-STAMP(7:2) " " WS-RUN-STAMP(9:2) ":"
               WS-RUN-STAMP(11:2)
           DISPLAY "==================================================".

       CHECK-ROUTES-CANDIDATE.
           MOVE "routes.cfg.new" TO WS-ROUTES-FILENAME
           SET WS-LOADING-CANDIDATE TO TRUE
           PERFORM LOAD-ROUTES-FILE
           IF NOT WS-ROUTES-CANDIDATE
               EXIT PARAGRAPH
           END-IF
           IF WS-NEW-ROUTE-COUNT = 0
               DISPLAY "routes.cfg.new: no routes at all - the server "
                   "would fall back to its built-in routes"
               ADD 1 TO WS-ERROR-COUNT
           END-IF
           IF WS-NEW-ROUTE-COUNT > 100
               MOVE WS-NEW-ROUTE-COUNT TO WS-COUNT-DISPLAY
               DISPLAY "routes.cfg.new: "
                   FUNCTION TRIM(WS-COUNT-DISPLAY)
                   " routes, the server holds 100"
               ADD 1 TO WS-ERROR-COUNT
           END-IF
           MOVE "routes.cfg" TO WS-ROUTES-FILENAME
           SET WS-LOADING-LIVE TO TRUE
           PERFORM LOAD-ROUTES-FILE.

       LOAD-ROUTES-FILE.
           OPEN INPUT ROUTES-FILE
           IF WS-ROUTES-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           IF WS-LOADING-CANDIDATE
               SET WS-ROUTES-CANDIDATE TO TRUE
           END-IF
           MOVE 'N' TO WS-ROUTES-EOF-SW
           MOVE 0 TO WS-LINE-NO
           PERFORM UNTIL WS-ROUTES-EOF
               READ ROUTES-FILE
                   AT END
                       SET WS-ROUTES-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LINE-NO
                       PERFORM PARSE-ROUTE-LINE
               END-READ
           END-PERFORM
           CLOSE ROUTES-FILE.

       PARSE-ROUTE-LINE.
      *> Same reading as LOAD-ROUTE-TABLE in the server. Only the
      *> candidate is checked; the live file is read as-is for the
      *> comparison.
           IF ROUTES-RECORD = SPACES OR ROUTES-RECORD(1:1) = "*"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LINE-NO TO WS-LINE-DISPLAY
           MOVE SPACES TO WS-ROUTE-HOST WS-ROUTE-PATH
                          WS-ROUTE-FILE WS-ROUTE-TYPE
           UNSTRING ROUTES-RECORD DELIMITED BY ALL SPACES
               INTO WS-ROUTE-HOST WS-ROUTE-PATH
                    WS-ROUTE-FILE WS-ROUTE-TYPE
           IF WS-ROUTE-HOST = SPACES OR WS-ROUTE-PATH = SPACES
                   OR WS-ROUTE-FILE = SPACES
                   OR WS-ROUTE-TYPE = SPACES
                   OR WS-ROUTE-PATH(1:1) NOT = "/"
               IF WS-LOADING-CANDIDATE
                   DISPLAY "routes.cfg.new line " WS-LINE-DISPLAY
                       ": needs host, /path, file and content type"
                   ADD 1 TO WS-ERROR-COUNT
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION LOWER-CASE(WS-ROUTE-HOST) TO WS-ROUTE-HOST
           IF WS-LOADING-LIVE
               IF WS-LIVE-ROUTE-COUNT < 200
                   ADD 1 TO WS-LIVE-ROUTE-COUNT
                   MOVE WS-ROUTE-HOST TO
                       WS-LIVE-HOST(WS-LIVE-ROUTE-COUNT)
                   MOVE WS-ROUTE-PATH TO
                       WS-LIVE-PATH(WS-LIVE-ROUTE-COUNT)
                   MOVE WS-ROUTE-FILE TO
                       WS-LIVE-FILE(WS-LIVE-ROUTE-COUNT)
                   MOVE WS-ROUTE-TYPE TO
                       WS-LIVE-TYPE(WS-LIVE-ROUTE-COUNT)
               END-IF
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-ROUTE-TARGET
           PERFORM CHECK-ROUTE-TYPE
           PERFORM CHECK-ROUTE-DUPLICATE
           IF WS-NEW-ROUTE-COUNT < 200
               ADD 1 TO WS-NEW-ROUTE-COUNT
               MOVE WS-ROUTE-HOST TO WS-NEW-HOST(WS-NEW-ROUTE-COUNT)
               MOVE WS-ROUTE-PATH TO WS-NEW-PATH(WS-NEW-ROUTE-COUNT)
               MOVE WS-ROUTE-FILE TO WS-NEW-FILE(WS-NEW-ROUTE-COUNT)
               MOVE WS-ROUTE-TYPE TO WS-NEW-TYPE(WS-NEW-ROUTE-COUNT)
           ELSE
               ADD 1 TO WS-NEW-ROUTE-COUNT
           END-IF.

       CHECK-ROUTE-TARGET.
      *> Opened the way the server opens a static file, so "passes
      *> here" means "serves there".
           MOVE WS-ROUTE-FILE TO WS-TARGET-FILENAME
           OPEN INPUT TARGET-FILE
           IF WS-TARGET-FILE-STATUS NOT = "00"
               DISPLAY "routes.cfg.new line " WS-LINE-DISPLAY
                   ": " FUNCTION TRIM(WS-ROUTE-FILE)
                   " cannot be read (status "
                   WS-TARGET-FILE-STATUS ")"
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF
           CLOSE TARGET-FILE.

       CHECK-ROUTE-TYPE.
           MOVE 'N' TO WS-TYPE-FOUND-SW
           PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                   UNTIL WS-TYPE-IDX > 14 OR WS-TYPE-FOUND
               IF WS-APPROVED-TYPE(WS-TYPE-IDX) = WS-ROUTE-TYPE
                   SET WS-TYPE-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-TYPE-FOUND
               DISPLAY "routes.cfg.new line " WS-LINE-DISPLAY
                   ": content type " FUNCTION TRIM(WS-ROUTE-TYPE)
                   " is not on the approved list"
               ADD 1 TO WS-ERROR-COUNT
           END-IF.

       CHECK-ROUTE-DUPLICATE.
      *> The server's SEARCH stops at the first match, so a second
      *> line for the same host and path would silently never serve.
           MOVE 'N' TO WS-ROUTE-FOUND-SW
           PERFORM VARYING WS-NEW-IDX FROM 1 BY 1
                   UNTIL WS-NEW-IDX > WS-NEW-ROUTE-COUNT
                       OR WS-NEW-IDX > 200
                       OR WS-ROUTE-FOUND
               IF WS-NEW-HOST(WS-NEW-IDX) = WS-ROUTE-HOST
                       AND WS-NEW-PATH(WS-NEW-IDX) = WS-ROUTE-PATH
                   SET WS-ROUTE-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-ROUTE-FOUND
               DISPLAY "routes.cfg.new line " WS-LINE-DISPLAY
                   ": duplicate route " FUNCTION TRIM(WS-ROUTE-HOST)
                   " " FUNCTION TRIM(WS-ROUTE-PATH)
               ADD 1 TO WS-ERROR-COUNT
           END-IF.

       CHECK-APPS-CANDIDATE.
           MOVE "apps.cfg.new" TO WS-APPS-FILENAME
           SET WS-LOADING-CANDIDATE TO TRUE
           PERFORM LOAD-APPS-FILE
           IF NOT WS-APPS-CANDIDATE
               EXIT PARAGRAPH
           END-IF
           IF WS-NEW-APP-COUNT > 50
               MOVE WS-NEW-APP-COUNT TO WS-COUNT-DISPLAY
               DISPLAY "apps.cfg.new: " FUNCTION TRIM(WS-COUNT-DISPLAY)
                   " applications, the server holds 50"
               ADD 1 TO WS-ERROR-COUNT
           END-IF
           MOVE "apps.cfg" TO WS-APPS-FILENAME
           SET WS-LOADING-LIVE TO TRUE
           PERFORM LOAD-APPS-FILE.

       LOAD-APPS-FILE.
           OPEN INPUT APPS-FILE
           IF WS-APPS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           IF WS-LOADING-CANDIDATE
               SET WS-APPS-CANDIDATE TO TRUE
           END-IF
           MOVE 'N' TO WS-APPS-EOF-SW
           MOVE 0 TO WS-LINE-NO
           PERFORM UNTIL WS-APPS-EOF
               READ APPS-FILE
                   AT END
                       SET WS-APPS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LINE-NO
                       PERFORM PARSE-APP-LINE
               END-READ
           END-PERFORM
           CLOSE APPS-FILE.

       PARSE-APP-LINE.
           IF APPS-RECORD(1:1) = "*"
                   OR FUNCTION TRIM(APPS-RECORD) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LINE-NO TO WS-LINE-DISPLAY
           MOVE FUNCTION LOWER-CASE(FUNCTION TRIM(APPS-RECORD))
               TO WS-APP-NAME
           IF WS-LOADING-LIVE
               IF WS-LIVE-APP-COUNT < 100
                   ADD 1 TO WS-LIVE-APP-COUNT
                   MOVE WS-APP-NAME TO WS-LIVE-APP(WS-LIVE-APP-COUNT)
               END-IF
               EXIT PARAGRAPH
           END-IF

      *> the server's registry holds 24 characters of a name
           IF WS-APP-NAME(25:) NOT = SPACES
               DISPLAY "apps.cfg.new line " WS-LINE-DISPLAY
                   ": name longer than 24 characters"
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF
      *> The server CALLs the upper-cased name; resolve it the same
      *> way without running it.
           MOVE FUNCTION UPPER-CASE(WS-APP-NAME) TO WS-APP-PROGRAM
           SET WS-APP-ENTRY-PTR TO ENTRY WS-APP-PROGRAM
           IF WS-APP-ENTRY-PTR = NULL
               DISPLAY "apps.cfg.new line " WS-LINE-DISPLAY
                   ": " FUNCTION TRIM(WS-APP-NAME)
                   " is not a loadable module"
               ADD 1 TO WS-ERROR-COUNT
           END-IF
           MOVE 'N' TO WS-APP-FOUND-SW
           PERFORM VARYING WS-NEW-IDX FROM 1 BY 1
                   UNTIL WS-NEW-IDX > WS-NEW-APP-COUNT
                       OR WS-NEW-IDX > 100
                       OR WS-APP-FOUND
               IF WS-NEW-APP(WS-NEW-IDX) = WS-APP-NAME
                   SET WS-APP-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-APP-FOUND
               DISPLAY "apps.cfg.new line " WS-LINE-DISPLAY
                   ": " FUNCTION TRIM(WS-APP-NAME) " listed twice"
               ADD 1 TO WS-ERROR-COUNT
           END-IF
           ADD 1 TO WS-NEW-APP-COUNT
           IF WS-NEW-APP-COUNT <= 100
               MOVE WS-APP-NAME TO WS-NEW-APP(WS-NEW-APP-COUNT)
           END-IF.

       PRINT-ROUTE-DIFF.
           IF NOT WS-ROUTES-CANDIDATE
               EXIT PARAGRAPH
           END-IF
           DISPLAY " "
           DISPLAY "ROUTE CHANGES (routes.cfg -> routes.cfg.new)"
           DISPLAY "--------------------------------------------"
           PERFORM VARYING WS-NEW-IDX FROM 1 BY 1
                   UNTIL WS-NEW-IDX > WS-NEW-ROUTE-COUNT
                       OR WS-NEW-IDX > 200
               PERFORM DIFF-ONE-NEW-ROUTE
           END-PERFORM
           PERFORM VARYING WS-LIVE-IDX FROM 1 BY 1
                   UNTIL WS-LIVE-IDX > WS-LIVE-ROUTE-COUNT
               PERFORM DIFF-ONE-LIVE-ROUTE
           END-PERFORM
           IF WS-ADDED-COUNT = 0 AND WS-REMOVED-COUNT = 0
                   AND WS-CHANGED-COUNT = 0
               DISPLAY "  (no route changes)"
           END-IF.

       DIFF-ONE-NEW-ROUTE.
           MOVE 'N' TO WS-ROUTE-FOUND-SW
           PERFORM VARYING WS-LIVE-IDX FROM 1 BY 1
                   UNTIL WS-LIVE-IDX > WS-LIVE-ROUTE-COUNT
                       OR WS-ROUTE-FOUND
               IF WS-LIVE-HOST(WS-LIVE-IDX) = WS-NEW-HOST(WS-NEW-IDX)
                       AND WS-LIVE-PATH(WS-LIVE-IDX) =
                           WS-NEW-PATH(WS-NEW-IDX)
                   SET WS-ROUTE-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-ROUTE-FOUND
               ADD 1 TO WS-ADDED-COUNT
               DISPLAY "  ADDED    "
                   FUNCTION TRIM(WS-NEW-HOST(WS-NEW-IDX))
                   " " FUNCTION TRIM(WS-NEW-PATH(WS-NEW-IDX))
                   " -> " FUNCTION TRIM(WS-NEW-FILE(WS-NEW-IDX))
                   " " FUNCTION TRIM(WS-NEW-TYPE(WS-NEW-IDX))
               EXIT PARAGRAPH
           END-IF
           SUBTRACT 1 FROM WS-LIVE-IDX
           IF WS-LIVE-FILE(WS-LIVE-IDX) NOT = WS-NEW-FILE(WS-NEW-IDX)
                   OR WS-LIVE-TYPE(WS-LIVE-IDX) NOT =
                       WS-NEW-TYPE(WS-NEW-IDX)
               ADD 1 TO WS-CHANGED-COUNT
               DISPLAY "  CHANGED  "
                   FUNCTION TRIM(WS-NEW-HOST(WS-NEW-IDX))
                   " " FUNCTION TRIM(WS-NEW-PATH(WS-NEW-IDX))
                   " " FUNCTION TRIM(WS-LIVE-FILE(WS-LIVE-IDX))
                   " " FUNCTION TRIM(WS-LIVE-TYPE(WS-LIVE-IDX))
                   " -> " FUNCTION TRIM(WS-NEW-FILE(WS-NEW-IDX))
                   " " FUNCTION TRIM(WS-NEW-TYPE(WS-NEW-IDX))
           END-IF.

       DIFF-ONE-LIVE-ROUTE.
           MOVE 'N' TO WS-ROUTE-FOUND-SW
           PERFORM VARYING WS-NEW-IDX FROM 1 BY 1
                   UNTIL WS-NEW-IDX > WS-NEW-ROUTE-COUNT
                       OR WS-NEW-IDX > 200
                       OR WS-ROUTE-FOUND
               IF WS-NEW-HOST(WS-NEW-IDX) = WS-LIVE-HOST(WS-LIVE-IDX)
                       AND WS-NEW-PATH(WS-NEW-IDX) =
                           WS-LIVE-PATH(WS-LIVE-IDX)
                   SET WS-ROUTE-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-ROUTE-FOUND
               ADD 1 TO WS-REMOVED-COUNT
               DISPLAY "  REMOVED  "
                   FUNCTION TRIM(WS-LIVE-HOST(WS-LIVE-IDX))
                   " " FUNCTION TRIM(WS-LIVE-PATH(WS-LIVE-IDX))
                   " -> " FUNCTION TRIM(WS-LIVE-FILE(WS-LIVE-IDX))
                   " " FUNCTION TRIM(WS-LIVE-TYPE(WS-LIVE-IDX))
           END-IF.

       PRINT-APP-DIFF.
           IF NOT WS-APPS-CANDIDATE
               EXIT PARAGRAPH
           END-IF
           DISPLAY " "
           DISPLAY "APPLICATION CHANGES (apps.cfg -> apps.cfg.new)"
           DISPLAY "----------------------------------------------"
           MOVE 0 TO WS-ADDED-COUNT WS-REMOVED-COUNT
           PERFORM VARYING WS-NEW-IDX FROM 1 BY 1
                   UNTIL WS-NEW-IDX > WS-NEW-APP-COUNT
                       OR WS-NEW-IDX > 100
               MOVE 'N' TO WS-APP-FOUND-SW
               PERFORM VARYING WS-LIVE-IDX FROM 1 BY 1
                       UNTIL WS-LIVE-IDX > WS-LIVE-APP-COUNT
                           OR WS-APP-FOUND
                   IF WS-LIVE-APP(WS-LIVE-IDX) = WS-NEW-APP(WS-NEW-IDX)
                       SET WS-APP-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF NOT WS-APP-FOUND
                   ADD 1 TO WS-ADDED-COUNT
                   DISPLAY "  ADDED    "
                       FUNCTION TRIM(WS-NEW-APP(WS-NEW-IDX))
               END-IF
           END-PERFORM
           PERFORM VARYING WS-LIVE-IDX FROM 1 BY 1
                   UNTIL WS-LIVE-IDX > WS-LIVE-APP-COUNT
               MOVE 'N' TO WS-APP-FOUND-SW
               PERFORM VARYING WS-NEW-IDX FROM 1 BY 1
                       UNTIL WS-NEW-IDX > WS-NEW-APP-COUNT
                           OR WS-NEW-IDX > 100
                           OR WS-APP-FOUND
                   IF WS-NEW-APP(WS-NEW-IDX) = WS-LIVE-APP(WS-LIVE-IDX)
                       SET WS-APP-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF NOT WS-APP-FOUND
                   ADD 1 TO WS-REMOVED-COUNT
                   DISPLAY "  REMOVED  "
                       FUNCTION TRIM(WS-LIVE-APP(WS-LIVE-IDX))
               END-IF
           END-PERFORM
           IF WS-ADDED-COUNT = 0 AND WS-REMOVED-COUNT = 0
               DISPLAY "  (no application changes)"
           END-IF.

       PRINT-CHECK-RESULT.
           DISPLAY " "
           IF WS-ERROR-COUNT > 0
               MOVE WS-ERROR-COUNT TO WS-COUNT-DISPLAY
               DISPLAY "CANDIDATE REJECTED - "
                   FUNCTION TRIM(WS-COUNT-DISPLAY)
                   " problem(s) listed above; nothing published"
           ELSE
               DISPLAY "Candidate passes all checks"
           END-IF.

       PUBLISH-CANDIDATES.
           IF WS-ROUTES-CANDIDATE
               MOVE "routes.cfg" TO WS-LIVE-NAME
               MOVE "routes.cfg.new" TO WS-CANDIDATE-NAME
               PERFORM PUBLISH-ONE-FILE
           END-IF
           IF WS-APPS-CANDIDATE AND NOT WS-PUBLISH-FAILED
               MOVE "apps.cfg" TO WS-LIVE-NAME
               MOVE "apps.cfg.new" TO WS-CANDIDATE-NAME
               PERFORM PUBLISH-ONE-FILE
           END-IF.

       PUBLISH-ONE-FILE.
      *> The live file is kept as <name>.YYYYMMDD; a second publish
      *> the same day keeps <name>.YYYYMMDD-HHMMSS instead, so the
      *> morning's backup is never overwritten. No backup, no
      *> publish.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-LIVE-NAME
                                             WS-FILE-EXISTS-INFO
               RETURNING WS-RESULT
           IF WS-RESULT = 0
               MOVE SPACES TO WS-BACKUP-NAME
               STRING
                   FUNCTION TRIM(WS-LIVE-NAME) DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   WS-RUN-STAMP(1:8) DELIMITED BY SIZE
                   INTO WS-BACKUP-NAME
               CALL "CBL_CHECK_FILE_EXIST" USING WS-BACKUP-NAME
                                                 WS-FILE-EXISTS-INFO
                   RETURNING WS-RESULT
               IF WS-RESULT = 0
                   MOVE SPACES TO WS-BACKUP-NAME
                   STRING
                       FUNCTION TRIM(WS-LIVE-NAME) DELIMITED BY SIZE
                       "." DELIMITED BY SIZE
                       WS-RUN-STAMP(1:8) DELIMITED BY SIZE
                       "-" DELIMITED BY SIZE
                       WS-RUN-STAMP(9:6) DELIMITED BY SIZE
                       INTO WS-BACKUP-NAME
               END-IF
               CALL "CBL_COPY_FILE" USING WS-LIVE-NAME WS-BACKUP-NAME
                   RETURNING WS-RESULT
               IF WS-RESULT NOT = 0
                   DISPLAY "Could not keep "
                       FUNCTION TRIM(WS-LIVE-NAME) " as "
                       FUNCTION TRIM(WS-BACKUP-NAME)
                       ", not published"
                   SET WS-PUBLISH-FAILED TO TRUE
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "Kept " FUNCTION TRIM(WS-LIVE-NAME) " as "
                   FUNCTION TRIM(WS-BACKUP-NAME)
           END-IF

           MOVE SPACES TO WS-RENAME-FROM-Z WS-RENAME-TO-Z
           STRING FUNCTION TRIM(WS-CANDIDATE-NAME) X"00"
               DELIMITED BY SIZE INTO WS-RENAME-FROM-Z
           STRING FUNCTION TRIM(WS-LIVE-NAME) X"00"
               DELIMITED BY SIZE INTO WS-RENAME-TO-Z
           CALL "rename" USING BY REFERENCE WS-RENAME-FROM-Z
                               BY REFERENCE WS-RENAME-TO-Z
               RETURNING WS-RESULT
           IF WS-RESULT NOT = 0
               DISPLAY "Could not move "
                   FUNCTION TRIM(WS-CANDIDATE-NAME)
                   " over " FUNCTION TRIM(WS-LIVE-NAME)
               SET WS-PUBLISH-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Published " FUNCTION TRIM(WS-LIVE-NAME).

       SIGNAL-SERVER.
      *> SIGHUP makes the server reread both files in its accept
      *> loop. Without a usable railway.pid the files are live on
      *> disk but not yet loaded - say so, so the operator sends the
      *> signal by hand.
           MOVE 0 TO WS-SERVER-PID
           OPEN INPUT PID-FILE
           IF WS-PID-FILE-STATUS = "00"
               READ PID-FILE
                   NOT AT END
                       IF FUNCTION TRIM(PID-RECORD) IS NUMERIC
                           MOVE FUNCTION NUMVAL(PID-RECORD)
                               TO WS-SERVER-PID
                       END-IF
               END-READ
               CLOSE PID-FILE
           END-IF
           IF WS-SERVER-PID <= 1
               DISPLAY "No usable railway.pid - send the server SIGHUP "
                   "to load the published files"
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           CALL "kill" USING BY VALUE WS-SERVER-PID BY VALUE 1
               RETURNING WS-RESULT
           IF WS-RESULT NOT = 0
               DISPLAY "Could not signal server process "
                   FUNCTION TRIM(PID-RECORD)
                   " - send it SIGHUP to load the published files"
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Server process " FUNCTION TRIM(PID-RECORD)
               " signalled to reload".

       END PROGRAM CONFIG-PUBLISH.
