       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOURNEY-REPORT.
      *> Visitor journey report over one day's access-log archive.
      *> Records are grouped into visits by the CWSID session id
      *> WRITE-ACCESS-LOG carries on every line; for each virtual
      *> host the report shows the top entry and exit pages, pages
      *> viewed per visit and visit length, and the conversion
      *> funnel - of the visits that reached /about, how many went
      *> on to a successful POST /contact or POST /upload. The same
      *> figures go to journrpt.csv for the marketing spreadsheet.
      *>
      *> The day is yesterday by default, or the YYYYMMDD given on
      *> the command line, read from access-YYYYMMDD.log plus any
      *> timestamped fallback archives archive.idx lists for it.
      *>
      *> A page view is a GET or HEAD answered below 400 whose path
      *> is a page rather than an asset - a last path segment with
      *> a file extension other than .html/.htm (stylesheets,
      *> images, the favicon) is an asset. Visit length runs from
      *> the first to the last record of the session, assets
      *> included.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCESS-LOG-FILE ASSIGN DYNAMIC WS-LOG-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.
           SELECT ARCHIVE-INDEX-FILE ASSIGN TO "archive.idx"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIDX-STATUS.
           SELECT CSV-FILE ASSIGN TO "journrpt.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCESS-LOG-FILE.
       01  ACCESS-LOG-RECORD PIC X(176).
       FD  ARCHIVE-INDEX-FILE.
       01  ARCHIVE-INDEX-RECORD PIC X(64).
       FD  CSV-FILE.
       01  CSV-RECORD PIC X(160).
       WORKING-STORAGE SECTION.
       01 WS-LOG-FILE-STATUS PIC X(2).
       01 WS-ARCHIDX-STATUS PIC X(2).
       01 WS-CSV-FILE-STATUS PIC X(2).
       01 WS-LOG-FILENAME PIC X(64).
       01 WS-LOG-EOF-SW PIC X(1) VALUE 'N'.
           88 WS-LOG-EOF VALUE 'Y'.
       01 WS-ARCHIDX-EOF-SW PIC X(1) VALUE 'N'.
           88 WS-ARCHIDX-EOF VALUE 'Y'.
       01 WS-ANY-ARCHIVE-SW PIC X(1) VALUE 'N'.
           88 WS-ANY-ARCHIVE VALUE 'Y'.
      *> Mirror of the WS-LOG-RECORD layout WRITE-ACCESS-LOG builds
      *> in the server - keep the two in step.
       01 WS-LOG-DETAIL.
           05 WS-LOG-TIMESTAMP PIC X(21).
           05 FILLER PIC X(1).
           05 WS-LOG-CLIENT PIC X(15).
           05 FILLER PIC X(1).
           05 WS-LOG-METHOD PIC X(8).
           05 FILLER PIC X(1).
           05 WS-LOG-PATH PIC X(64).
           05 FILLER PIC X(1).
           05 WS-LOG-STATUS PIC X(3).
           05 FILLER PIC X(1).
           05 WS-LOG-SIZE PIC X(8).
           05 FILLER PIC X(1).
           05 WS-LOG-HOST PIC X(32).
           05 FILLER PIC X(1).
           05 WS-LOG-SESSION PIC X(16).
       01 WS-PARM-LINE PIC X(64).
       01 WS-REPORT-DATE PIC X(21).
       01 WS-JOURNEY-DATE PIC 9(8).
       01 WS-STATUS-NUM PIC 9(3).
       01 WS-RECORD-SECS PIC 9(5) COMP.
       01 WS-PAGE-VIEW-SW PIC X(1).
           88 WS-PAGE-VIEW VALUE 'Y'.
       01 WS-PATH-LEN PIC 9(4) COMP.
       01 WS-CHAR-IDX PIC 9(4) COMP.
       01 WS-SLASH-POS PIC 9(4) COMP.
       01 WS-DOT-POS PIC 9(4) COMP.
       01 WS-PATH-EXT PIC X(8).
      *> One slot per CWSID session seen in the day. The host is
      *> the one the session's first record went to.
       01 WS-SESS-TABLE.
           05 WS-SESS-ENTRY OCCURS 2000 TIMES.
               10 WS-SESS-ID PIC X(16).
               10 WS-SESS-HOST-IDX PIC 9(4) COMP.
               10 WS-SESS-FIRST-SECS PIC 9(5) COMP.
               10 WS-SESS-LAST-SECS PIC 9(5) COMP.
               10 WS-SESS-PAGES PIC 9(6) COMP.
               10 WS-SESS-ENTRY-PATH PIC X(64).
               10 WS-SESS-EXIT-PATH PIC X(64).
               10 WS-SESS-ABOUT-SW PIC X(1).
                   88 WS-SESS-REACHED-ABOUT VALUE 'Y'.
               10 WS-SESS-CONVERT-SW PIC X(1).
                   88 WS-SESS-CONVERTED VALUE 'C' 'U'.
                   88 WS-SESS-CONVERTED-CONTACT VALUE 'C'.
                   88 WS-SESS-CONVERTED-UPLOAD VALUE 'U'.
       01 WS-SESS-USED PIC 9(4) COMP VALUE 0.
       01 WS-SESS-IDX PIC 9(4) COMP.
       01 WS-LAST-SESS-IDX PIC 9(4) COMP VALUE 0.
       01 WS-SESS-FOUND-SW PIC X(1).
           88 WS-SESS-FOUND VALUE 'Y'.
       01 WS-HOST-TABLE.
           05 WS-HOST-ENTRY OCCURS 50 TIMES.
               10 WS-HOST-KEY PIC X(32).
               10 WS-HOST-VISITS PIC 9(8) COMP.
               10 WS-HOST-PAGES PIC 9(8) COMP.
               10 WS-HOST-SINGLE-PAGE PIC 9(8) COMP.
               10 WS-HOST-TOTAL-SECS PIC 9(10) COMP.
               10 WS-HOST-LONGEST-SECS PIC 9(5) COMP.
               10 WS-HOST-ABOUT-VISITS PIC 9(8) COMP.
               10 WS-HOST-CONV-CONTACT PIC 9(8) COMP.
               10 WS-HOST-CONV-UPLOAD PIC 9(8) COMP.
       01 WS-HOST-USED PIC 9(4) COMP VALUE 0.
       01 WS-HOST-IDX PIC 9(4) COMP.
       01 WS-HOST-FOUND-SW PIC X(1).
           88 WS-HOST-FOUND VALUE 'Y'.
      *> Entry and exit tallies per host and page. The rank fields
      *> mark the top five of each list for the host, 0 = not
      *> among them.
       01 WS-PAGE-TABLE.
           05 WS-PAGE-ENTRY OCCURS 500 TIMES.
               10 WS-PAGE-HOST-IDX PIC 9(4) COMP.
               10 WS-PAGE-PATH PIC X(64).
               10 WS-PAGE-ENTRIES PIC 9(8) COMP.
               10 WS-PAGE-EXITS PIC 9(8) COMP.
               10 WS-PAGE-ENTRY-RANK PIC 9(1).
               10 WS-PAGE-EXIT-RANK PIC 9(1).
       01 WS-PAGE-USED PIC 9(4) COMP VALUE 0.
       01 WS-PAGE-IDX PIC 9(4) COMP.
       01 WS-PAGE-FOUND-SW PIC X(1).
           88 WS-PAGE-FOUND VALUE 'Y'.
       01 WS-TALLY-PATH PIC X(64).
       01 WS-TALLY-MODE PIC X(1).
           88 WS-TALLY-ENTRY VALUE 'E'.
           88 WS-TALLY-EXIT VALUE 'X'.
       01 WS-RANK PIC 9(1).
       01 WS-BEST-IDX PIC 9(4) COMP.
       01 WS-BEST-COUNT PIC 9(8) COMP.
       01 WS-TOP-PAGES PIC 9(1) VALUE 5.
       01 WS-VISIT-SECS PIC 9(5) COMP.
       01 WS-ALL-VISITS PIC 9(8) COMP VALUE 0.
       01 WS-ALL-PAGES PIC 9(8) COMP VALUE 0.
       01 WS-ALL-TOTAL-SECS PIC 9(10) COMP VALUE 0.
       01 WS-ALL-ABOUT-VISITS PIC 9(8) COMP VALUE 0.
       01 WS-ALL-CONV-CONTACT PIC 9(8) COMP VALUE 0.
       01 WS-ALL-CONV-UPLOAD PIC 9(8) COMP VALUE 0.
       01 WS-RECORDS-READ PIC 9(8) COMP VALUE 0.
       01 WS-MALFORMED-RECORDS PIC 9(8) COMP VALUE 0.
       01 WS-NO-SESSION-RECORDS PIC 9(8) COMP VALUE 0.
       01 WS-SESS-DROPPED PIC 9(8) COMP VALUE 0.
       01 WS-NO-PAGE-SESSIONS PIC 9(8) COMP VALUE 0.
       01 WS-CALC-VISITS PIC 9(8) COMP.
       01 WS-CALC-PAGES PIC 9(8) COMP.
       01 WS-CALC-SECS PIC 9(10) COMP.
       01 WS-CALC-ABOUT PIC 9(8) COMP.
       01 WS-CALC-CONVERTED PIC 9(8) COMP.
       01 WS-PAGES-PER-VISIT PIC 9(4)V9.
       01 WS-AVG-SECS PIC 9(8).
       01 WS-CONV-RATE PIC 9(3)V9.
       01 WS-COUNT-DISPLAY PIC Z(7)9.
       01 WS-RATIO-DISPLAY PIC ZZZ9.9.
       01 WS-RATE-DISPLAY PIC ZZ9.9.
       01 WS-CSV-LINE PIC X(160).
       01 WS-CSV-PTR PIC 9(8) COMP.
       01 WS-NUM-EDIT PIC Z(11)9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-JOURNEY
           PERFORM READ-DAY-ARCHIVES
           PERFORM SUMMARIZE-VISITS
           PERFORM RANK-TOP-PAGES
           PERFORM PRINT-JOURNEY-REPORT
           PERFORM WRITE-JOURNEY-CSV
           STOP RUN.

       INITIALIZE-JOURNEY.
           MOVE FUNCTION CURRENT-DATE TO WS-REPORT-DATE

      *> The day reported is the one before the run by default - the
      *> last archive the overnight cutover has closed out - or the
      *> YYYYMMDD given on the command line.
           MOVE SPACES TO WS-PARM-LINE
           ACCEPT WS-PARM-LINE FROM COMMAND-LINE
           IF FUNCTION TRIM(WS-PARM-LINE) NOT = SPACES
                   AND WS-PARM-LINE(1:8) NUMERIC
               MOVE WS-PARM-LINE(1:8) TO WS-JOURNEY-DATE
           ELSE
               IF FUNCTION TRIM(WS-PARM-LINE) NOT = SPACES
                   DISPLAY "Report date must be YYYYMMDD, not "
                       FUNCTION TRIM(WS-PARM-LINE)
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               COMPUTE WS-JOURNEY-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(WS-REPORT-DATE(1:8))) - 1)
           END-IF
           MOVE SPACES TO WS-SESS-TABLE
           MOVE 0 TO WS-SESS-USED
           MOVE SPACES TO WS-HOST-TABLE
           MOVE 0 TO WS-HOST-USED
           MOVE SPACES TO WS-PAGE-TABLE
           MOVE 0 TO WS-PAGE-USED.

       READ-DAY-ARCHIVES.
      *> The day's dated archive first, then any timestamped
      *> fallback archives for the same date - the order the server
      *> wrote them in, so a session's records arrive oldest first.
           MOVE SPACES TO WS-LOG-FILENAME
           STRING
               "access-" DELIMITED BY SIZE
               WS-JOURNEY-DATE DELIMITED BY SIZE
               ".log" DELIMITED BY SIZE
               INTO WS-LOG-FILENAME
           PERFORM READ-ONE-ARCHIVE
           PERFORM READ-DAY-FALLBACKS
      *> a brand-new installation has no archive yet - fall back
      *> to the live log rather than producing nothing
           IF NOT WS-ANY-ARCHIVE
                   AND FUNCTION TRIM(WS-PARM-LINE) = SPACES
               DISPLAY "No archive for " WS-JOURNEY-DATE
                   ", reading access.log instead"
               MOVE "access.log" TO WS-LOG-FILENAME
               PERFORM READ-ONE-ARCHIVE
           END-IF
           IF NOT WS-ANY-ARCHIVE
               DISPLAY "Cannot open "
                   FUNCTION TRIM(WS-LOG-FILENAME) ", status "
                   WS-LOG-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       READ-DAY-FALLBACKS.
      *> Index entries look like access-YYYYMMDD-HHMMSS.log - the
      *> date sits right behind "access-".
           OPEN INPUT ARCHIVE-INDEX-FILE
           IF WS-ARCHIDX-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-ARCHIDX-EOF-SW
           PERFORM UNTIL WS-ARCHIDX-EOF
               READ ARCHIVE-INDEX-FILE
                   AT END
                       SET WS-ARCHIDX-EOF TO TRUE
                   NOT AT END
                       IF FUNCTION TRIM(ARCHIVE-INDEX-RECORD)
                               NOT = SPACES
                               AND ARCHIVE-INDEX-RECORD(8:8) NUMERIC
                               AND FUNCTION NUMVAL(
                                   ARCHIVE-INDEX-RECORD(8:8)) =
                                   WS-JOURNEY-DATE
                           MOVE SPACES TO WS-LOG-FILENAME
                           MOVE FUNCTION TRIM(ARCHIVE-INDEX-RECORD)
                               TO WS-LOG-FILENAME
                           PERFORM READ-ONE-ARCHIVE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVE-INDEX-FILE.

       READ-ONE-ARCHIVE.
           OPEN INPUT ACCESS-LOG-FILE
           IF WS-LOG-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           SET WS-ANY-ARCHIVE TO TRUE
           MOVE 'N' TO WS-LOG-EOF-SW
           PERFORM UNTIL WS-LOG-EOF
               READ ACCESS-LOG-FILE
                   AT END
                       SET WS-LOG-EOF TO TRUE
                   NOT AT END
                       MOVE ACCESS-LOG-RECORD TO WS-LOG-DETAIL
                       PERFORM TRACK-JOURNEY-RECORD
               END-READ
           END-PERFORM
           CLOSE ACCESS-LOG-FILE.

       TRACK-JOURNEY-RECORD.
      *> A record without a numeric status was never written by
      *> WRITE-ACCESS-LOG - leave it out, the same rule
      *> TRAFFIC-REPORT applies. Requests that carried no session
      *> cookie cannot be placed in a visit at all.
           IF WS-LOG-STATUS NOT NUMERIC
               ADD 1 TO WS-MALFORMED-RECORDS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RECORDS-READ
           IF FUNCTION TRIM(WS-LOG-SESSION) = SPACES
               ADD 1 TO WS-NO-SESSION-RECORDS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LOG-STATUS TO WS-STATUS-NUM
           IF WS-LOG-TIMESTAMP(9:6) NUMERIC
               COMPUTE WS-RECORD-SECS =
                   FUNCTION NUMVAL(WS-LOG-TIMESTAMP(9:2)) * 3600
                   + FUNCTION NUMVAL(WS-LOG-TIMESTAMP(11:2)) * 60
                   + FUNCTION NUMVAL(WS-LOG-TIMESTAMP(13:2))
           ELSE
               MOVE 0 TO WS-RECORD-SECS
           END-IF
           PERFORM FIND-SESSION
           IF WS-SESS-IDX = 0
               EXIT PARAGRAPH
           END-IF

           IF WS-RECORD-SECS < WS-SESS-FIRST-SECS(WS-SESS-IDX)
               MOVE WS-RECORD-SECS TO WS-SESS-FIRST-SECS(WS-SESS-IDX)
           END-IF
           IF WS-RECORD-SECS > WS-SESS-LAST-SECS(WS-SESS-IDX)
               MOVE WS-RECORD-SECS TO WS-SESS-LAST-SECS(WS-SESS-IDX)
           END-IF

           PERFORM CHECK-PAGE-VIEW
           IF WS-PAGE-VIEW
               ADD 1 TO WS-SESS-PAGES(WS-SESS-IDX)
               IF WS-SESS-ENTRY-PATH(WS-SESS-IDX) = SPACES
                   MOVE WS-LOG-PATH TO WS-SESS-ENTRY-PATH(WS-SESS-IDX)
               END-IF
               MOVE WS-LOG-PATH TO WS-SESS-EXIT-PATH(WS-SESS-IDX)
               IF FUNCTION TRIM(WS-LOG-PATH) = "/about"
                   SET WS-SESS-REACHED-ABOUT(WS-SESS-IDX) TO TRUE
               END-IF
           END-IF

      *> The funnel only counts a submission made after the visit
      *> reached /about, and only the first one - a visitor who both
      *> writes in and uploads is one conversion, not two.
           IF FUNCTION TRIM(WS-LOG-METHOD) = "POST"
                   AND WS-STATUS-NUM = 200
                   AND WS-SESS-REACHED-ABOUT(WS-SESS-IDX)
                   AND NOT WS-SESS-CONVERTED(WS-SESS-IDX)
               EVALUATE FUNCTION TRIM(WS-LOG-PATH)
                   WHEN "/contact"
                       SET WS-SESS-CONVERTED-CONTACT(WS-SESS-IDX)
                           TO TRUE
                   WHEN "/upload"
                       SET WS-SESS-CONVERTED-UPLOAD(WS-SESS-IDX)
                           TO TRUE
               END-EVALUATE
           END-IF.

       FIND-SESSION.
      *> A visitor's requests tend to come in runs, so the session
      *> matched last time is tried before the table is searched.
      *> Leaves WS-SESS-IDX at 0 once the table is full.
           IF WS-LAST-SESS-IDX > 0
               IF WS-SESS-ID(WS-LAST-SESS-IDX) = WS-LOG-SESSION
                   MOVE WS-LAST-SESS-IDX TO WS-SESS-IDX
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE 'N' TO WS-SESS-FOUND-SW
           PERFORM VARYING WS-SESS-IDX FROM 1 BY 1
                   UNTIL WS-SESS-IDX > WS-SESS-USED
                       OR WS-SESS-FOUND
               IF WS-SESS-ID(WS-SESS-IDX) = WS-LOG-SESSION
                   SET WS-SESS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-SESS-FOUND
               SUBTRACT 1 FROM WS-SESS-IDX
           ELSE
               IF WS-SESS-USED >= 2000
                   ADD 1 TO WS-SESS-DROPPED
                   MOVE 0 TO WS-SESS-IDX
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-SESS-USED
               MOVE WS-SESS-USED TO WS-SESS-IDX
               MOVE WS-LOG-SESSION TO WS-SESS-ID(WS-SESS-IDX)
               MOVE WS-RECORD-SECS TO WS-SESS-FIRST-SECS(WS-SESS-IDX)
               MOVE WS-RECORD-SECS TO WS-SESS-LAST-SECS(WS-SESS-IDX)
               MOVE 0 TO WS-SESS-PAGES(WS-SESS-IDX)
               MOVE 'N' TO WS-SESS-ABOUT-SW(WS-SESS-IDX)
               MOVE 'N' TO WS-SESS-CONVERT-SW(WS-SESS-IDX)
               PERFORM FIND-HOST
               MOVE WS-HOST-IDX TO WS-SESS-HOST-IDX(WS-SESS-IDX)
           END-IF
           MOVE WS-SESS-IDX TO WS-LAST-SESS-IDX.

       FIND-HOST.
      *> Leaves WS-HOST-IDX at 0 once all 50 host slots are taken;
      *> those visits still count in the all-hosts totals.
           IF WS-LOG-HOST = SPACES
               MOVE "(none)" TO WS-LOG-HOST
           END-IF
           MOVE 'N' TO WS-HOST-FOUND-SW
           PERFORM VARYING WS-HOST-IDX FROM 1 BY 1
                   UNTIL WS-HOST-IDX > WS-HOST-USED
                       OR WS-HOST-FOUND
               IF WS-HOST-KEY(WS-HOST-IDX) = WS-LOG-HOST
                   SET WS-HOST-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-HOST-FOUND
               SUBTRACT 1 FROM WS-HOST-IDX
               EXIT PARAGRAPH
           END-IF
           IF WS-HOST-USED >= 50
               MOVE 0 TO WS-HOST-IDX
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-HOST-USED
           MOVE WS-HOST-USED TO WS-HOST-IDX
           MOVE WS-LOG-HOST TO WS-HOST-KEY(WS-HOST-IDX)
           MOVE 0 TO WS-HOST-VISITS(WS-HOST-IDX)
           MOVE 0 TO WS-HOST-PAGES(WS-HOST-IDX)
           MOVE 0 TO WS-HOST-SINGLE-PAGE(WS-HOST-IDX)
           MOVE 0 TO WS-HOST-TOTAL-SECS(WS-HOST-IDX)
           MOVE 0 TO WS-HOST-LONGEST-SECS(WS-HOST-IDX)
           MOVE 0 TO WS-HOST-ABOUT-VISITS(WS-HOST-IDX)
           MOVE 0 TO WS-HOST-CONV-CONTACT(WS-HOST-IDX)
           MOVE 0 TO WS-HOST-CONV-UPLOAD(WS-HOST-IDX).

       CHECK-PAGE-VIEW.
           MOVE 'N' TO WS-PAGE-VIEW-SW
           IF FUNCTION TRIM(WS-LOG-METHOD) NOT = "GET"
                   AND FUNCTION TRIM(WS-LOG-METHOD) NOT = "HEAD"
               EXIT PARAGRAPH
           END-IF
           IF WS-STATUS-NUM >= 400 OR WS-LOG-PATH = SPACES
               EXIT PARAGRAPH
           END-IF
      *> Find the last "/" and the last "." - an extension only
      *> counts when the dot is inside the last path segment.
           MOVE 0 TO WS-PATH-LEN
           MOVE 0 TO WS-SLASH-POS
           MOVE 0 TO WS-DOT-POS
           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
                   UNTIL WS-CHAR-IDX > 64
               EVALUATE WS-LOG-PATH(WS-CHAR-IDX:1)
                   WHEN "/"
                       MOVE WS-CHAR-IDX TO WS-SLASH-POS
                   WHEN "."
                       MOVE WS-CHAR-IDX TO WS-DOT-POS
               END-EVALUATE
               IF WS-LOG-PATH(WS-CHAR-IDX:1) NOT = SPACE
                   MOVE WS-CHAR-IDX TO WS-PATH-LEN
               END-IF
           END-PERFORM
           IF WS-DOT-POS > WS-SLASH-POS AND WS-DOT-POS < WS-PATH-LEN
               MOVE SPACES TO WS-PATH-EXT
               MOVE FUNCTION LOWER-CASE(
                   WS-LOG-PATH(WS-DOT-POS + 1:WS-PATH-LEN - WS-DOT-POS))
                   TO WS-PATH-EXT
               IF WS-PATH-EXT NOT = "html" AND WS-PATH-EXT NOT = "htm"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           SET WS-PAGE-VIEW TO TRUE.

       SUMMARIZE-VISITS.
      *> A session with no page view at all - a bare stylesheet
      *> fetch, a refused request - is not a visit.
           PERFORM VARYING WS-SESS-IDX FROM 1 BY 1
                   UNTIL WS-SESS-IDX > WS-SESS-USED
               IF WS-SESS-PAGES(WS-SESS-IDX) = 0
                   ADD 1 TO WS-NO-PAGE-SESSIONS
               ELSE
                   PERFORM SUMMARIZE-ONE-VISIT
               END-IF
           END-PERFORM.

       SUMMARIZE-ONE-VISIT.
           COMPUTE WS-VISIT-SECS = WS-SESS-LAST-SECS(WS-SESS-IDX)
               - WS-SESS-FIRST-SECS(WS-SESS-IDX)
           ADD 1 TO WS-ALL-VISITS
           ADD WS-SESS-PAGES(WS-SESS-IDX) TO WS-ALL-PAGES
           ADD WS-VISIT-SECS TO WS-ALL-TOTAL-SECS
           IF WS-SESS-REACHED-ABOUT(WS-SESS-IDX)
               ADD 1 TO WS-ALL-ABOUT-VISITS
           END-IF
           IF WS-SESS-CONVERTED-CONTACT(WS-SESS-IDX)
               ADD 1 TO WS-ALL-CONV-CONTACT
           END-IF
           IF WS-SESS-CONVERTED-UPLOAD(WS-SESS-IDX)
               ADD 1 TO WS-ALL-CONV-UPLOAD
           END-IF

           MOVE WS-SESS-HOST-IDX(WS-SESS-IDX) TO WS-HOST-IDX
           IF WS-HOST-IDX = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-HOST-VISITS(WS-HOST-IDX)
           ADD WS-SESS-PAGES(WS-SESS-IDX) TO WS-HOST-PAGES(WS-HOST-IDX)
           IF WS-SESS-PAGES(WS-SESS-IDX) = 1
               ADD 1 TO WS-HOST-SINGLE-PAGE(WS-HOST-IDX)
           END-IF
           ADD WS-VISIT-SECS TO WS-HOST-TOTAL-SECS(WS-HOST-IDX)
           IF WS-VISIT-SECS > WS-HOST-LONGEST-SECS(WS-HOST-IDX)
               MOVE WS-VISIT-SECS TO WS-HOST-LONGEST-SECS(WS-HOST-IDX)
           END-IF
           IF WS-SESS-REACHED-ABOUT(WS-SESS-IDX)
               ADD 1 TO WS-HOST-ABOUT-VISITS(WS-HOST-IDX)
           END-IF
           IF WS-SESS-CONVERTED-CONTACT(WS-SESS-IDX)
               ADD 1 TO WS-HOST-CONV-CONTACT(WS-HOST-IDX)
           END-IF
           IF WS-SESS-CONVERTED-UPLOAD(WS-SESS-IDX)
               ADD 1 TO WS-HOST-CONV-UPLOAD(WS-HOST-IDX)
           END-IF

           MOVE WS-SESS-ENTRY-PATH(WS-SESS-IDX) TO WS-TALLY-PATH
           SET WS-TALLY-ENTRY TO TRUE
           PERFORM TALLY-PAGE
           MOVE WS-SESS-EXIT-PATH(WS-SESS-IDX) TO WS-TALLY-PATH
           SET WS-TALLY-EXIT TO TRUE
           PERFORM TALLY-PAGE.

       TALLY-PAGE.
           MOVE 'N' TO WS-PAGE-FOUND-SW
           PERFORM VARYING WS-PAGE-IDX FROM 1 BY 1
                   UNTIL WS-PAGE-IDX > WS-PAGE-USED
                       OR WS-PAGE-FOUND
               IF WS-PAGE-HOST-IDX(WS-PAGE-IDX) = WS-HOST-IDX
                       AND WS-PAGE-PATH(WS-PAGE-IDX) = WS-TALLY-PATH
                   SET WS-PAGE-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-PAGE-FOUND
               SUBTRACT 1 FROM WS-PAGE-IDX
           ELSE
               IF WS-PAGE-USED >= 500
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-PAGE-USED
               MOVE WS-PAGE-USED TO WS-PAGE-IDX
               MOVE WS-HOST-IDX TO WS-PAGE-HOST-IDX(WS-PAGE-IDX)
               MOVE WS-TALLY-PATH TO WS-PAGE-PATH(WS-PAGE-IDX)
               MOVE 0 TO WS-PAGE-ENTRIES(WS-PAGE-IDX)
               MOVE 0 TO WS-PAGE-EXITS(WS-PAGE-IDX)
               MOVE 0 TO WS-PAGE-ENTRY-RANK(WS-PAGE-IDX)
               MOVE 0 TO WS-PAGE-EXIT-RANK(WS-PAGE-IDX)
           END-IF
           IF WS-TALLY-ENTRY
               ADD 1 TO WS-PAGE-ENTRIES(WS-PAGE-IDX)
           ELSE
               ADD 1 TO WS-PAGE-EXITS(WS-PAGE-IDX)
           END-IF.

       RANK-TOP-PAGES.
      *> Picks each host's five busiest entry pages and five
      *> busiest exit pages by repeated selection; ties go to the
      *> page seen first.
           PERFORM VARYING WS-HOST-IDX FROM 1 BY 1
                   UNTIL WS-HOST-IDX > WS-HOST-USED
               SET WS-TALLY-ENTRY TO TRUE
               PERFORM VARYING WS-RANK FROM 1 BY 1
                       UNTIL WS-RANK > WS-TOP-PAGES
                   PERFORM PICK-NEXT-PAGE
               END-PERFORM
               SET WS-TALLY-EXIT TO TRUE
               PERFORM VARYING WS-RANK FROM 1 BY 1
                       UNTIL WS-RANK > WS-TOP-PAGES
                   PERFORM PICK-NEXT-PAGE
               END-PERFORM
           END-PERFORM.

       PICK-NEXT-PAGE.
           MOVE 0 TO WS-BEST-IDX
           MOVE 0 TO WS-BEST-COUNT
           PERFORM VARYING WS-PAGE-IDX FROM 1 BY 1
                   UNTIL WS-PAGE-IDX > WS-PAGE-USED
               IF WS-PAGE-HOST-IDX(WS-PAGE-IDX) = WS-HOST-IDX
                   IF WS-TALLY-ENTRY
                       IF WS-PAGE-ENTRY-RANK(WS-PAGE-IDX) = 0
                               AND WS-PAGE-ENTRIES(WS-PAGE-IDX)
                                   > WS-BEST-COUNT
                           MOVE WS-PAGE-IDX TO WS-BEST-IDX
                           MOVE WS-PAGE-ENTRIES(WS-PAGE-IDX)
                               TO WS-BEST-COUNT
                       END-IF
                   ELSE
                       IF WS-PAGE-EXIT-RANK(WS-PAGE-IDX) = 0
                               AND WS-PAGE-EXITS(WS-PAGE-IDX)
                                   > WS-BEST-COUNT
                           MOVE WS-PAGE-IDX TO WS-BEST-IDX
                           MOVE WS-PAGE-EXITS(WS-PAGE-IDX)
                               TO WS-BEST-COUNT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-BEST-IDX > 0
               IF WS-TALLY-ENTRY
                   MOVE WS-RANK TO WS-PAGE-ENTRY-RANK(WS-BEST-IDX)
               ELSE
                   MOVE WS-RANK TO WS-PAGE-EXIT-RANK(WS-BEST-IDX)
               END-IF
           END-IF.

       PRINT-JOURNEY-REPORT.
           DISPLAY "=================================================="
           DISPLAY "VISITOR JOURNEY REPORT      RUN "
               WS-REPORT-DATE(1:4) "-" WS-REPORT-DATE(5:2) "-"
               WS-REPORT-DATE(7:2) " " WS-REPORT-DATE(9:2) ":"
               WS-REPORT-DATE(11:2)
           DISPLAY "=================================================="
           DISPLAY "REPORT DATE  . . . . . : "
               WS-JOURNEY-DATE(1:4) "-" WS-JOURNEY-DATE(5:2) "-"
               WS-JOURNEY-DATE(7:2)
           MOVE WS-RECORDS-READ TO WS-COUNT-DISPLAY
           DISPLAY "RECORDS READ . . . . . : " WS-COUNT-DISPLAY
           MOVE WS-NO-SESSION-RECORDS TO WS-COUNT-DISPLAY
           DISPLAY "WITHOUT SESSION  . . . : " WS-COUNT-DISPLAY
           MOVE WS-MALFORMED-RECORDS TO WS-COUNT-DISPLAY
           DISPLAY "MALFORMED RECORDS  . . : " WS-COUNT-DISPLAY
           MOVE WS-SESS-USED TO WS-COUNT-DISPLAY
           DISPLAY "SESSIONS SEEN  . . . . : " WS-COUNT-DISPLAY
           MOVE WS-NO-PAGE-SESSIONS TO WS-COUNT-DISPLAY
           DISPLAY "SESSIONS WITH NO PAGE  : " WS-COUNT-DISPLAY
           IF WS-SESS-DROPPED > 0
               MOVE WS-SESS-DROPPED TO WS-COUNT-DISPLAY
               DISPLAY "RECORDS PAST 2000 SESS : " WS-COUNT-DISPLAY
           END-IF

           DISPLAY " "
           DISPLAY "ALL HOSTS"
           DISPLAY "---------"
           MOVE WS-ALL-VISITS TO WS-CALC-VISITS
           MOVE WS-ALL-PAGES TO WS-CALC-PAGES
           MOVE WS-ALL-TOTAL-SECS TO WS-CALC-SECS
           PERFORM COMPUTE-VISIT-AVERAGES
           MOVE WS-CALC-VISITS TO WS-COUNT-DISPLAY
           DISPLAY "VISITS . . . . . . . . : " WS-COUNT-DISPLAY
           MOVE WS-PAGES-PER-VISIT TO WS-RATIO-DISPLAY
           DISPLAY "PAGES PER VISIT  . . . : " WS-RATIO-DISPLAY
           MOVE WS-AVG-SECS TO WS-COUNT-DISPLAY
           DISPLAY "AVG VISIT LENGTH SECS  : " WS-COUNT-DISPLAY

           PERFORM VARYING WS-HOST-IDX FROM 1 BY 1
                   UNTIL WS-HOST-IDX > WS-HOST-USED
               PERFORM PRINT-HOST-JOURNEY
           END-PERFORM

           DISPLAY " "
           DISPLAY "CONVERSION FUNNEL (/about THEN POST /contact OR"
               " /upload)"
           DISPLAY "HOST                                 ABOUT"
               "  CONTACT   UPLOAD     CONV%"
           DISPLAY "---------------------------------------------"
               "--------------------------"
           PERFORM VARYING WS-HOST-IDX FROM 1 BY 1
                   UNTIL WS-HOST-IDX > WS-HOST-USED
               MOVE WS-HOST-ABOUT-VISITS(WS-HOST-IDX) TO WS-CALC-ABOUT
               COMPUTE WS-CALC-CONVERTED =
                   WS-HOST-CONV-CONTACT(WS-HOST-IDX)
                   + WS-HOST-CONV-UPLOAD(WS-HOST-IDX)
               PERFORM COMPUTE-CONVERSION-RATE
               DISPLAY "  " WS-HOST-KEY(WS-HOST-IDX) WITH NO ADVANCING
               MOVE WS-CALC-ABOUT TO WS-COUNT-DISPLAY
               DISPLAY " " WS-COUNT-DISPLAY WITH NO ADVANCING
               MOVE WS-HOST-CONV-CONTACT(WS-HOST-IDX)
                   TO WS-COUNT-DISPLAY
               DISPLAY " " WS-COUNT-DISPLAY WITH NO ADVANCING
               MOVE WS-HOST-CONV-UPLOAD(WS-HOST-IDX)
                   TO WS-COUNT-DISPLAY
               DISPLAY " " WS-COUNT-DISPLAY WITH NO ADVANCING
               MOVE WS-CONV-RATE TO WS-RATE-DISPLAY
               DISPLAY "     " WS-RATE-DISPLAY
           END-PERFORM
           MOVE WS-ALL-ABOUT-VISITS TO WS-CALC-ABOUT
           COMPUTE WS-CALC-CONVERTED =
               WS-ALL-CONV-CONTACT + WS-ALL-CONV-UPLOAD
           PERFORM COMPUTE-CONVERSION-RATE
           DISPLAY "  (all hosts)                     "
               WITH NO ADVANCING
           MOVE WS-CALC-ABOUT TO WS-COUNT-DISPLAY
           DISPLAY " " WS-COUNT-DISPLAY WITH NO ADVANCING
           MOVE WS-ALL-CONV-CONTACT TO WS-COUNT-DISPLAY
           DISPLAY " " WS-COUNT-DISPLAY WITH NO ADVANCING
           MOVE WS-ALL-CONV-UPLOAD TO WS-COUNT-DISPLAY
           DISPLAY " " WS-COUNT-DISPLAY WITH NO ADVANCING
           MOVE WS-CONV-RATE TO WS-RATE-DISPLAY
           DISPLAY "     " WS-RATE-DISPLAY
           DISPLAY " "
           DISPLAY "END OF REPORT".

       PRINT-HOST-JOURNEY.
           MOVE WS-HOST-VISITS(WS-HOST-IDX) TO WS-CALC-VISITS
           MOVE WS-HOST-PAGES(WS-HOST-IDX) TO WS-CALC-PAGES
           MOVE WS-HOST-TOTAL-SECS(WS-HOST-IDX) TO WS-CALC-SECS
           PERFORM COMPUTE-VISIT-AVERAGES
           DISPLAY " "
           DISPLAY "HOST " FUNCTION TRIM(WS-HOST-KEY(WS-HOST-IDX))
           DISPLAY "--------------------------------------"
           MOVE WS-CALC-VISITS TO WS-COUNT-DISPLAY
           DISPLAY "VISITS . . . . . . . . : " WS-COUNT-DISPLAY
           MOVE WS-PAGES-PER-VISIT TO WS-RATIO-DISPLAY
           DISPLAY "PAGES PER VISIT  . . . : " WS-RATIO-DISPLAY
           MOVE WS-HOST-SINGLE-PAGE(WS-HOST-IDX) TO WS-COUNT-DISPLAY
           DISPLAY "SINGLE-PAGE VISITS . . : " WS-COUNT-DISPLAY
           MOVE WS-AVG-SECS TO WS-COUNT-DISPLAY
           DISPLAY "AVG VISIT LENGTH SECS  : " WS-COUNT-DISPLAY
           MOVE WS-HOST-LONGEST-SECS(WS-HOST-IDX) TO WS-COUNT-DISPLAY
           DISPLAY "LONGEST VISIT SECS . . : " WS-COUNT-DISPLAY
           DISPLAY "TOP ENTRY PAGES"
           SET WS-TALLY-ENTRY TO TRUE
           PERFORM VARYING WS-RANK FROM 1 BY 1
                   UNTIL WS-RANK > WS-TOP-PAGES
               PERFORM PRINT-RANKED-PAGE
           END-PERFORM
           DISPLAY "TOP EXIT PAGES"
           SET WS-TALLY-EXIT TO TRUE
           PERFORM VARYING WS-RANK FROM 1 BY 1
                   UNTIL WS-RANK > WS-TOP-PAGES
               PERFORM PRINT-RANKED-PAGE
           END-PERFORM.

       PRINT-RANKED-PAGE.
           PERFORM FIND-RANKED-PAGE
           IF WS-PAGE-FOUND
               DISPLAY "  " WS-COUNT-DISPLAY "  "
                   FUNCTION TRIM(WS-PAGE-PATH(WS-PAGE-IDX))
           END-IF.

       FIND-RANKED-PAGE.
      *> Positions WS-PAGE-IDX on the page holding WS-RANK in the
      *> current host's entry or exit list, with its count in
      *> WS-COUNT-DISPLAY.
           MOVE 'N' TO WS-PAGE-FOUND-SW
           PERFORM VARYING WS-PAGE-IDX FROM 1 BY 1
                   UNTIL WS-PAGE-IDX > WS-PAGE-USED
                       OR WS-PAGE-FOUND
               IF WS-PAGE-HOST-IDX(WS-PAGE-IDX) = WS-HOST-IDX
                   IF WS-TALLY-ENTRY
                       IF WS-PAGE-ENTRY-RANK(WS-PAGE-IDX) = WS-RANK
                           SET WS-PAGE-FOUND TO TRUE
                       END-IF
                   ELSE
                       IF WS-PAGE-EXIT-RANK(WS-PAGE-IDX) = WS-RANK
                           SET WS-PAGE-FOUND TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-PAGE-FOUND
               SUBTRACT 1 FROM WS-PAGE-IDX
               IF WS-TALLY-ENTRY
                   MOVE WS-PAGE-ENTRIES(WS-PAGE-IDX) TO WS-COUNT-DISPLAY
               ELSE
                   MOVE WS-PAGE-EXITS(WS-PAGE-IDX) TO WS-COUNT-DISPLAY
               END-IF
           END-IF.

       COMPUTE-VISIT-AVERAGES.
           IF WS-CALC-VISITS > 0
               COMPUTE WS-PAGES-PER-VISIT ROUNDED =
                   WS-CALC-PAGES / WS-CALC-VISITS
               COMPUTE WS-AVG-SECS ROUNDED =
                   WS-CALC-SECS / WS-CALC-VISITS
           ELSE
               MOVE 0 TO WS-PAGES-PER-VISIT
               MOVE 0 TO WS-AVG-SECS
           END-IF.

       COMPUTE-CONVERSION-RATE.
           IF WS-CALC-ABOUT > 0
               COMPUTE WS-CONV-RATE ROUNDED =
                   WS-CALC-CONVERTED * 100 / WS-CALC-ABOUT
           ELSE
               MOVE 0 TO WS-CONV-RATE
           END-IF.

       WRITE-JOURNEY-CSV.
           OPEN OUTPUT CSV-FILE
           IF WS-CSV-FILE-STATUS NOT = "00"
               DISPLAY "Cannot write journrpt.csv, status "
                   WS-CSV-FILE-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO CSV-RECORD
           STRING
               "section,date,host,visits,pages,pages_per_visit,"
                   DELIMITED BY SIZE
               "single_page_visits,avg_visit_secs,longest_visit_secs"
                   DELIMITED BY SIZE
               INTO CSV-RECORD
           WRITE CSV-RECORD
           PERFORM VARYING WS-HOST-IDX FROM 1 BY 1
                   UNTIL WS-HOST-IDX > WS-HOST-USED
               PERFORM WRITE-HOST-CSV-LINE
           END-PERFORM
           MOVE SPACES TO CSV-RECORD
           WRITE CSV-RECORD
           MOVE "section,date,host,rank,path,visits" TO CSV-RECORD
           WRITE CSV-RECORD
           PERFORM VARYING WS-HOST-IDX FROM 1 BY 1
                   UNTIL WS-HOST-IDX > WS-HOST-USED
               SET WS-TALLY-ENTRY TO TRUE
               PERFORM VARYING WS-RANK FROM 1 BY 1
                       UNTIL WS-RANK > WS-TOP-PAGES
                   PERFORM WRITE-PAGE-CSV-LINE
               END-PERFORM
               SET WS-TALLY-EXIT TO TRUE
               PERFORM VARYING WS-RANK FROM 1 BY 1
                       UNTIL WS-RANK > WS-TOP-PAGES
                   PERFORM WRITE-PAGE-CSV-LINE
               END-PERFORM
           END-PERFORM
           MOVE SPACES TO CSV-RECORD
           WRITE CSV-RECORD
           MOVE SPACES TO CSV-RECORD
           STRING
               "section,date,host,about_visits,contact,upload,"
                   DELIMITED BY SIZE
               "converted,conversion_pct" DELIMITED BY SIZE
               INTO CSV-RECORD
           WRITE CSV-RECORD
           PERFORM VARYING WS-HOST-IDX FROM 1 BY 1
                   UNTIL WS-HOST-IDX > WS-HOST-USED
               PERFORM WRITE-FUNNEL-CSV-LINE
           END-PERFORM
           MOVE 0 TO WS-HOST-IDX
           PERFORM WRITE-FUNNEL-CSV-LINE
           CLOSE CSV-FILE
           DISPLAY "CSV written to journrpt.csv".

       WRITE-HOST-CSV-LINE.
           MOVE WS-HOST-VISITS(WS-HOST-IDX) TO WS-CALC-VISITS
           MOVE WS-HOST-PAGES(WS-HOST-IDX) TO WS-CALC-PAGES
           MOVE WS-HOST-TOTAL-SECS(WS-HOST-IDX) TO WS-CALC-SECS
           PERFORM COMPUTE-VISIT-AVERAGES
           MOVE SPACES TO WS-CSV-LINE
           MOVE 1 TO WS-CSV-PTR
           STRING "host," DELIMITED BY SIZE
               WS-JOURNEY-DATE DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-HOST-KEY(WS-HOST-IDX))
                   DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
           MOVE WS-CALC-VISITS TO WS-NUM-EDIT
           STRING FUNCTION TRIM(WS-NUM-EDIT) "," DELIMITED BY SIZE
               INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
           MOVE WS-CALC-PAGES TO WS-NUM-EDIT
           STRING FUNCTION TRIM(WS-NUM-EDIT) "," DELIMITED BY SIZE
               INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
           MOVE WS-PAGES-PER-VISIT TO WS-RATIO-DISPLAY
           STRING FUNCTION TRIM(WS-RATIO-DISPLAY) "," DELIMITED BY SIZE
               INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
           MOVE WS-HOST-SINGLE-PAGE(WS-HOST-IDX) TO WS-NUM-EDIT
           STRING FUNCTION TRIM(WS-NUM-EDIT) "," DELIMITED BY SIZE
               INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
           MOVE WS-AVG-SECS TO WS-NUM-EDIT
           STRING FUNCTION TRIM(WS-NUM-EDIT) "," DELIMITED BY SIZE
               INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
           MOVE WS-HOST-LONGEST-SECS(WS-HOST-IDX) TO WS-NUM-EDIT
           STRING FUNCTION TRIM(WS-NUM-EDIT) DELIMITED BY SIZE
               INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
           MOVE WS-CSV-LINE TO CSV-RECORD
           WRITE CSV-RECORD.

       WRITE-PAGE-CSV-LINE.
           PERFORM FIND-RANKED-PAGE
           IF NOT WS-PAGE-FOUND
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CSV-LINE
           MOVE 1 TO WS-CSV-PTR
           IF WS-TALLY-ENTRY
               STRING "entry," DELIMITED BY SIZE
                   INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
           ELSE
               STRING "exit," DELIMITED BY SIZE
                   INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
           END-IF
           STRING WS-JOURNEY-DATE DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-HOST-KEY(WS-HOST-IDX))
                   DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-RANK DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-PAGE-PATH(WS-PAGE-IDX))
                   DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
               INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
           MOVE WS-CSV-LINE TO CSV-RECORD
           WRITE CSV-RECORD.

       WRITE-FUNNEL-CSV-LINE.
      *> Host slot 0 writes the all-hosts line.
           MOVE SPACES TO WS-CSV-LINE
           MOVE 1 TO WS-CSV-PTR
           STRING "funnel," DELIMITED BY SIZE
               WS-JOURNEY-DATE DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
           IF WS-HOST-IDX = 0
               MOVE WS-ALL-ABOUT-VISITS TO WS-CALC-ABOUT
               COMPUTE WS-CALC-CONVERTED =
                   WS-ALL-CONV-CONTACT + WS-ALL-CONV-UPLOAD
               STRING "(all hosts)," DELIMITED BY SIZE
                   INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
               MOVE WS-CALC-ABOUT TO WS-NUM-EDIT
               STRING FUNCTION TRIM(WS-NUM-EDIT) "," DELIMITED BY SIZE
                   INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
               MOVE WS-ALL-CONV-CONTACT TO WS-NUM-EDIT
               STRING FUNCTION TRIM(WS-NUM-EDIT) "," DELIMITED BY SIZE
                   INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
               MOVE WS-ALL-CONV-UPLOAD TO WS-NUM-EDIT
               STRING FUNCTION TRIM(WS-NUM-EDIT) "," DELIMITED BY SIZE
                   INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
           ELSE
               MOVE WS-HOST-ABOUT-VISITS(WS-HOST-IDX) TO WS-CALC-ABOUT
               COMPUTE WS-CALC-CONVERTED =
                   WS-HOST-CONV-CONTACT(WS-HOST-IDX)
                   + WS-HOST-CONV-UPLOAD(WS-HOST-IDX)
               STRING FUNCTION TRIM(WS-HOST-KEY(WS-HOST-IDX))
                   DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
               MOVE WS-CALC-ABOUT TO WS-NUM-EDIT
               STRING FUNCTION TRIM(WS-NUM-EDIT) "," DELIMITED BY SIZE
                   INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
               MOVE WS-HOST-CONV-CONTACT(WS-HOST-IDX) TO WS-NUM-EDIT
               STRING FUNCTION TRIM(WS-NUM-EDIT) "," DELIMITED BY SIZE
                   INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
               MOVE WS-HOST-CONV-UPLOAD(WS-HOST-IDX) TO WS-NUM-EDIT
               STRING FUNCTION TRIM(WS-NUM-EDIT) "," DELIMITED BY SIZE
                   INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
           END-IF
           PERFORM COMPUTE-CONVERSION-RATE
           MOVE WS-CALC-CONVERTED TO WS-NUM-EDIT
           STRING FUNCTION TRIM(WS-NUM-EDIT) "," DELIMITED BY SIZE
               INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
           MOVE WS-CONV-RATE TO WS-RATE-DISPLAY
           STRING FUNCTION TRIM(WS-RATE-DISPLAY) DELIMITED BY SIZE
               INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
           MOVE WS-CSV-LINE TO CSV-RECORD
           WRITE CSV-RECORD.

       END PROGRAM JOURNEY-REPORT.
