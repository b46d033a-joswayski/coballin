       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHARGEBACK-STMT.
      *> Month-end usage and chargeback statement for the brands the
      *> server hosts. Every access-YYYYMMDD.log archive of the month
      *> (plus the timestamped fallback archives archive.idx lists)
      *> is totalled per brand - requests, bytes served, /app/
      *> transactions, contact submissions and uploads - and priced
      *> against ratecard.cfg. A one-page statement is printed for
      *> each brand and the figures go to chargeback-YYYYMM.dat for
      *> the accounting system, closed by a control-total trailer.
      *>
      *> The brands are the hosts named in routes.cfg. A request
      *> whose LOG-HOST matches none of them was answered by the
      *> catch-all "default" brand and is billed there, the same way
      *> the server routed it.
      *>
      *> The month comes from the command line as YYYYMM; with no
      *> argument it is the month before the run. A day of the month
      *> with no archive at all is named on every statement and
      *> counted on the extract so the bill is never quietly short.
      *>
      *> The server purges archives older than LOG_RETAIN_DAYS days
      *> (62 unless set), so the run needs that window to reach back
      *> to the first day of the month billed. Run it with the same
      *> LOG_RETAIN_DAYS as the server: a month the window no longer
      *> covers is refused with return code 12 rather than billed
      *> from what is left of it.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCESS-LOG-FILE ASSIGN DYNAMIC WS-LOG-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.
           SELECT ARCHIVE-INDEX-FILE ASSIGN TO "archive.idx"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIDX-STATUS.
           SELECT ROUTES-FILE ASSIGN TO "routes.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROUTES-FILE-STATUS.
           SELECT RATECARD-FILE ASSIGN TO "ratecard.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATECARD-FILE-STATUS.
           SELECT EXTRACT-FILE ASSIGN DYNAMIC WS-EXTRACT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCESS-LOG-FILE.
       01  ACCESS-LOG-RECORD PIC X(176).
       FD  ARCHIVE-INDEX-FILE.
       01  ARCHIVE-INDEX-RECORD PIC X(64).
       FD  ROUTES-FILE.
       01  ROUTES-RECORD PIC X(256).
       FD  RATECARD-FILE.
       01  RATECARD-RECORD PIC X(80).
       FD  EXTRACT-FILE.
       01  EXTRACT-RECORD PIC X(101).
       WORKING-STORAGE SECTION.
       01 WS-LOG-FILE-STATUS PIC X(2).
       01 WS-ARCHIDX-STATUS PIC X(2).
       01 WS-ROUTES-FILE-STATUS PIC X(2).
       01 WS-RATECARD-FILE-STATUS PIC X(2).
       01 WS-EXTRACT-FILE-STATUS PIC X(2).
       01 WS-LOG-FILENAME PIC X(64).
       01 WS-EXTRACT-FILENAME PIC X(64).
       01 WS-LOG-EOF-SW PIC X(1) VALUE 'N'.
           88 WS-LOG-EOF VALUE 'Y'.
       01 WS-ARCHIDX-EOF-SW PIC X(1) VALUE 'N'.
           88 WS-ARCHIDX-EOF VALUE 'Y'.
       01 WS-ROUTES-EOF-SW PIC X(1) VALUE 'N'.
           88 WS-ROUTES-EOF VALUE 'Y'.
       01 WS-RATECARD-EOF-SW PIC X(1) VALUE 'N'.
           88 WS-RATECARD-EOF VALUE 'Y'.
       01 WS-DAY-ARCHIVE-SW PIC X(1) VALUE 'N'.
           88 WS-DAY-HAS-ARCHIVE VALUE 'Y'.
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
      *> One line of the accounting extract per brand, then the
      *> trailer. Amounts are in cents with no decimal point.
       01 WS-EXTRACT-DETAIL.
           05 EXT-RECORD-TYPE PIC X(1) VALUE 'D'.
           05 EXT-PERIOD PIC 9(6).
           05 EXT-BRAND PIC X(32).
           05 EXT-REQUESTS PIC 9(10).
           05 EXT-BYTES PIC 9(15).
           05 EXT-APPTXN PIC 9(8).
           05 EXT-CONTACTS PIC 9(8).
           05 EXT-UPLOADS PIC 9(8).
           05 EXT-AMOUNT PIC 9(11).
           05 EXT-MISSING-DAYS PIC 9(2).
       01 WS-EXTRACT-TRAILER.
           05 EXT-TRL-RECORD-TYPE PIC X(1) VALUE 'T'.
           05 EXT-TRL-PERIOD PIC 9(6).
           05 EXT-TRL-COUNT PIC 9(8).
           05 EXT-TRL-AMOUNT PIC 9(13).
           05 EXT-TRL-MISSING-DAYS PIC 9(2).
           05 FILLER PIC X(71) VALUE SPACES.
       01 WS-PARM-LINE PIC X(64).
       01 WS-REPORT-DATE PIC X(21).
       01 WS-PERIOD PIC 9(6).
       01 WS-PERIOD-PARTS REDEFINES WS-PERIOD.
           05 WS-PERIOD-YEAR PIC 9(4).
           05 WS-PERIOD-MONTH PIC 9(2).
       01 WS-FIRST-DATE PIC 9(8).
       01 WS-NEXT-MONTH-DATE PIC 9(8).
       01 WS-FIRST-DATE-INT PIC 9(8) COMP.
       01 WS-TODAY-INT PIC 9(8) COMP.
      *> the server's archive retention - same default as railway.cbl
       01 WS-LOG-RETAIN-DAYS PIC 9(3) VALUE 62.
       01 WS-RETAIN-DISPLAY PIC ZZ9.
       01 WS-ENV-PTR USAGE POINTER.
       01 WS-ENV-VALUE PIC X(16) BASED.
       01 WS-ENV-STR PIC X(16).
       01 WS-DAYS-IN-MONTH PIC 9(2).
       01 WS-DAY-IDX PIC 9(2).
       01 WS-DAY-DATE PIC 9(8).
       01 WS-DAY-MISSING-TABLE.
           05 WS-DAY-MISSING-SW PIC X(1) OCCURS 31 TIMES.
               88 WS-DAY-MISSING VALUE 'Y'.
       01 WS-MISSING-DAYS PIC 9(2) VALUE 0.
       01 WS-STATUS-NUM PIC 9(3).
       01 WS-RECORD-BYTES PIC 9(8) COMP.
       01 WS-MALFORMED-RECORDS PIC 9(8) COMP VALUE 0.
       01 WS-LOOKUP-HOST PIC X(64).
      *> Charge items, in statement order. The quantity and amount
      *> tables in each brand entry follow the same order.
       01 WS-ITEM-VALUES.
           05 FILLER PIC X(30) VALUE
               "BASE      BASE CHARGE         ".
           05 FILLER PIC X(30) VALUE
               "REQUESTS  REQUESTS (PER 1000) ".
           05 FILLER PIC X(30) VALUE
               "BYTES     BYTES (PER MB)      ".
           05 FILLER PIC X(30) VALUE
               "APPTXN    APP TRANSACTIONS    ".
           05 FILLER PIC X(30) VALUE
               "CONTACT   CONTACT SUBMISSIONS ".
           05 FILLER PIC X(30) VALUE
               "UPLOAD    UPLOADS             ".
       01 WS-ITEM-TABLE REDEFINES WS-ITEM-VALUES.
           05 WS-ITEM-ENTRY OCCURS 6 TIMES.
               10 WS-ITEM-CODE PIC X(10).
               10 WS-ITEM-LABEL PIC X(20).
       01 WS-ITEM-IDX PIC 9(1).
       01 WS-ITEM-FOUND-SW PIC X(1).
           88 WS-ITEM-FOUND VALUE 'Y'.
       01 WS-RATE-TABLE.
           05 WS-RATE-ENTRY OCCURS 6 TIMES.
               10 WS-RATE-VALUE PIC 9(5)V9(4).
               10 WS-RATE-SET-SW PIC X(1).
                   88 WS-RATE-SET VALUE 'Y'.
       01 WS-RATE-ITEM PIC X(16).
       01 WS-RATE-TEXT PIC X(16).
       01 WS-RATECARD-LINE-NO PIC 9(4) COMP VALUE 0.
       01 WS-BRAND-TABLE.
           05 WS-BRAND-ENTRY OCCURS 50 TIMES.
               10 WS-BRAND-KEY PIC X(32).
               10 WS-BRAND-QTY PIC 9(15) COMP OCCURS 6 TIMES.
               10 WS-BRAND-AMOUNT PIC 9(9)V99 OCCURS 6 TIMES.
               10 WS-BRAND-TOTAL PIC 9(9)V99.
       01 WS-BRAND-USED PIC 9(4) COMP VALUE 0.
       01 WS-BRAND-IDX PIC 9(4) COMP.
       01 WS-DEFAULT-BRAND-IDX PIC 9(4) COMP VALUE 0.
       01 WS-BRAND-FOUND-SW PIC X(1).
           88 WS-BRAND-FOUND VALUE 'Y'.
       01 WS-ROUTE-HOST PIC X(64).
       01 WS-GRAND-TOTAL PIC 9(11)V99 VALUE 0.
       01 WS-EXTRACT-COUNT PIC 9(8) COMP VALUE 0.
       01 WS-WARNING-SW PIC X(1) VALUE 'N'.
           88 WS-WARNING VALUE 'Y'.
       01 WS-COUNT-DISPLAY PIC Z(7)9.
       01 WS-QTY-DISPLAY PIC Z(12)9.
       01 WS-RATE-DISPLAY PIC Z(4)9.9999.
       01 WS-AMOUNT-DISPLAY PIC Z(8)9.99.
       01 WS-TOTAL-DISPLAY PIC Z(10)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-CHARGEBACK
           PERFORM LOAD-RATE-CARD
           PERFORM LOAD-BRANDS
           PERFORM TALLY-MONTH
           PERFORM PRICE-BRANDS
           PERFORM PRINT-STATEMENTS
           PERFORM WRITE-CHARGEBACK-EXTRACT
           IF WS-WARNING
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       INITIALIZE-CHARGEBACK.
           MOVE FUNCTION CURRENT-DATE TO WS-REPORT-DATE

      *> The month billed is the one before the run by default - the
      *> month-end run goes in once its last archive is closed out -
      *> or the YYYYMM given on the command line.
           MOVE SPACES TO WS-PARM-LINE
           ACCEPT WS-PARM-LINE FROM COMMAND-LINE
           IF FUNCTION TRIM(WS-PARM-LINE) NOT = SPACES
               IF WS-PARM-LINE(1:6) NOT NUMERIC
                       OR WS-PARM-LINE(7:1) NOT = SPACE
                   DISPLAY "Billing month must be YYYYMM, not "
                       FUNCTION TRIM(WS-PARM-LINE)
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-PARM-LINE(1:6) TO WS-PERIOD
               IF WS-PERIOD-MONTH < 1 OR WS-PERIOD-MONTH > 12
                   DISPLAY "Billing month must be YYYYMM, not "
                       FUNCTION TRIM(WS-PARM-LINE)
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               MOVE WS-REPORT-DATE(1:6) TO WS-PERIOD
               IF WS-PERIOD-MONTH = 1
                   SUBTRACT 1 FROM WS-PERIOD-YEAR
                   MOVE 12 TO WS-PERIOD-MONTH
               ELSE
                   SUBTRACT 1 FROM WS-PERIOD-MONTH
               END-IF
           END-IF

           COMPUTE WS-FIRST-DATE = WS-PERIOD * 100 + 1
           IF WS-PERIOD-MONTH = 12
               COMPUTE WS-NEXT-MONTH-DATE =
                   (WS-PERIOD-YEAR + 1) * 10000 + 101
           ELSE
               COMPUTE WS-NEXT-MONTH-DATE = WS-FIRST-DATE + 100
           END-IF
           COMPUTE WS-FIRST-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-FIRST-DATE)
           COMPUTE WS-DAYS-IN-MONTH =
               FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-DATE)
               - WS-FIRST-DATE-INT

           CALL "getenv" USING BY REFERENCE "LOG_RETAIN_DAYS" X"00"
               RETURNING WS-ENV-PTR
           IF WS-ENV-PTR NOT EQUAL NULL
               SET ADDRESS OF WS-ENV-VALUE TO WS-ENV-PTR
               MOVE SPACES TO WS-ENV-STR
               UNSTRING WS-ENV-VALUE DELIMITED BY X"00"
                   INTO WS-ENV-STR
               IF FUNCTION TRIM(WS-ENV-STR) NOT = SPACES
                       AND FUNCTION NUMVAL(WS-ENV-STR) > 0
                   MOVE FUNCTION NUMVAL(WS-ENV-STR)
                       TO WS-LOG-RETAIN-DAYS
               END-IF
           END-IF
      *> An archive survives while it is no more than the retention
      *> days old, so the month's first day has to be within it.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-REPORT-DATE(1:8)))
           IF WS-TODAY-INT - WS-FIRST-DATE-INT > WS-LOG-RETAIN-DAYS
               MOVE WS-LOG-RETAIN-DAYS TO WS-RETAIN-DISPLAY
               DISPLAY "Archives are kept "
                   FUNCTION TRIM(WS-RETAIN-DISPLAY)
                   " days (LOG_RETAIN_DAYS) - too few to cover "
                   WS-PERIOD
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO WS-EXTRACT-FILENAME
           STRING
               "chargeback-" DELIMITED BY SIZE
               WS-PERIOD DELIMITED BY SIZE
               ".dat" DELIMITED BY SIZE
               INTO WS-EXTRACT-FILENAME
           MOVE SPACES TO WS-BRAND-TABLE
           MOVE 0 TO WS-BRAND-USED
           MOVE SPACES TO WS-RATE-TABLE
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                   UNTIL WS-ITEM-IDX > 6
               MOVE 0 TO WS-RATE-VALUE(WS-ITEM-IDX)
               MOVE 'N' TO WS-RATE-SET-SW(WS-ITEM-IDX)
           END-PERFORM.

       LOAD-RATE-CARD.
      *> One charge per line: item code and rate separated by
      *> spaces, "*" lines are comments. Billing without a rate card
      *> would be guesswork, so no card stops the run; a card that
      *> leaves an item out bills it at zero and says so.
           OPEN INPUT RATECARD-FILE
           IF WS-RATECARD-FILE-STATUS NOT = "00"
               DISPLAY "Cannot open ratecard.cfg, status "
                   WS-RATECARD-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-RATECARD-EOF-SW
           PERFORM UNTIL WS-RATECARD-EOF
               READ RATECARD-FILE
                   AT END
                       SET WS-RATECARD-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RATECARD-LINE-NO
                       PERFORM PARSE-RATE-RECORD
               END-READ
           END-PERFORM
           CLOSE RATECARD-FILE
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                   UNTIL WS-ITEM-IDX > 6
               IF NOT WS-RATE-SET(WS-ITEM-IDX)
                   DISPLAY "ratecard.cfg has no "
                       FUNCTION TRIM(WS-ITEM-CODE(WS-ITEM-IDX))
                       " rate, billing it at zero"
                   SET WS-WARNING TO TRUE
               END-IF
           END-PERFORM.

       PARSE-RATE-RECORD.
           IF RATECARD-RECORD = SPACES OR RATECARD-RECORD(1:1) = "*"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-RATE-ITEM WS-RATE-TEXT
           UNSTRING FUNCTION TRIM(RATECARD-RECORD)
               DELIMITED BY ALL SPACES
               INTO WS-RATE-ITEM WS-RATE-TEXT
           MOVE FUNCTION UPPER-CASE(WS-RATE-ITEM) TO WS-RATE-ITEM
           MOVE 'N' TO WS-ITEM-FOUND-SW
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                   UNTIL WS-ITEM-IDX > 6 OR WS-ITEM-FOUND
               IF WS-ITEM-CODE(WS-ITEM-IDX) = WS-RATE-ITEM
                   SET WS-ITEM-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-ITEM-FOUND
               DISPLAY "Skipping unknown item at ratecard.cfg line "
                   WS-RATECARD-LINE-NO
               SET WS-WARNING TO TRUE
               EXIT PARAGRAPH
           END-IF
           SUBTRACT 1 FROM WS-ITEM-IDX
           IF WS-RATE-TEXT = SPACES
                   OR FUNCTION TEST-NUMVAL(WS-RATE-TEXT) NOT = 0
                   OR FUNCTION NUMVAL(WS-RATE-TEXT) < 0
               DISPLAY "Skipping bad rate at ratecard.cfg line "
                   WS-RATECARD-LINE-NO
               SET WS-WARNING TO TRUE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-RATE-VALUE(WS-ITEM-IDX) =
               FUNCTION NUMVAL(WS-RATE-TEXT)
           SET WS-RATE-SET(WS-ITEM-IDX) TO TRUE.

       LOAD-BRANDS.
      *> Every host routes.cfg names is a brand and gets a statement
      *> even in a month it served nothing - the base charge still
      *> applies. "default" is always a brand: it is where the
      *> server sends any Host it does not recognise.
           MOVE "default" TO WS-LOOKUP-HOST
           PERFORM ADD-BRAND
           MOVE WS-BRAND-IDX TO WS-DEFAULT-BRAND-IDX
           OPEN INPUT ROUTES-FILE
           IF WS-ROUTES-FILE-STATUS NOT = "00"
               DISPLAY "routes.cfg not available (status "
                   WS-ROUTES-FILE-STATUS "), billing all traffic to "
                   "the default brand"
               SET WS-WARNING TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-ROUTES-EOF-SW
           PERFORM UNTIL WS-ROUTES-EOF
               READ ROUTES-FILE
                   AT END
                       SET WS-ROUTES-EOF TO TRUE
                   NOT AT END
                       IF ROUTES-RECORD NOT = SPACES
                               AND ROUTES-RECORD(1:1) NOT = "*"
                           MOVE SPACES TO WS-ROUTE-HOST
                           UNSTRING ROUTES-RECORD
                               DELIMITED BY ALL SPACES
                               INTO WS-ROUTE-HOST
                           MOVE FUNCTION LOWER-CASE(WS-ROUTE-HOST)
                               TO WS-LOOKUP-HOST
                           IF WS-LOOKUP-HOST NOT = SPACES
                               PERFORM ADD-BRAND
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ROUTES-FILE.

       ADD-BRAND.
           PERFORM FIND-BRAND
           IF WS-BRAND-FOUND
               EXIT PARAGRAPH
           END-IF
           IF WS-BRAND-USED >= 50
               DISPLAY "Brand table full, billing "
                   FUNCTION TRIM(WS-LOOKUP-HOST)
                   " to the default brand"
               SET WS-WARNING TO TRUE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-BRAND-USED
           MOVE WS-BRAND-USED TO WS-BRAND-IDX
           MOVE WS-LOOKUP-HOST TO WS-BRAND-KEY(WS-BRAND-IDX)
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                   UNTIL WS-ITEM-IDX > 6
               MOVE 0 TO WS-BRAND-QTY(WS-BRAND-IDX, WS-ITEM-IDX)
               MOVE 0 TO WS-BRAND-AMOUNT(WS-BRAND-IDX, WS-ITEM-IDX)
           END-PERFORM
           MOVE 0 TO WS-BRAND-TOTAL(WS-BRAND-IDX).

       FIND-BRAND.
           MOVE 'N' TO WS-BRAND-FOUND-SW
           PERFORM VARYING WS-BRAND-IDX FROM 1 BY 1
                   UNTIL WS-BRAND-IDX > WS-BRAND-USED
                       OR WS-BRAND-FOUND
               IF WS-BRAND-KEY(WS-BRAND-IDX) = WS-LOOKUP-HOST
                   SET WS-BRAND-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-BRAND-FOUND
               SUBTRACT 1 FROM WS-BRAND-IDX
           END-IF.

       TALLY-MONTH.
      *> Each day's dated archive plus its fallback archives. A day
      *> where neither exists is remembered as missing.
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                   UNTIL WS-DAY-IDX > WS-DAYS-IN-MONTH
               COMPUTE WS-DAY-DATE = FUNCTION DATE-OF-INTEGER(
                   WS-FIRST-DATE-INT + WS-DAY-IDX - 1)
               MOVE 'N' TO WS-DAY-ARCHIVE-SW
               MOVE SPACES TO WS-LOG-FILENAME
               STRING
                   "access-" DELIMITED BY SIZE
                   WS-DAY-DATE DELIMITED BY SIZE
                   ".log" DELIMITED BY SIZE
                   INTO WS-LOG-FILENAME
               PERFORM TALLY-ONE-ARCHIVE
               PERFORM TALLY-DAY-FALLBACKS
               IF WS-DAY-HAS-ARCHIVE
                   MOVE 'N' TO WS-DAY-MISSING-SW(WS-DAY-IDX)
               ELSE
                   MOVE 'Y' TO WS-DAY-MISSING-SW(WS-DAY-IDX)
                   ADD 1 TO WS-MISSING-DAYS
               END-IF
           END-PERFORM
           IF WS-MISSING-DAYS > 0
               SET WS-WARNING TO TRUE
           END-IF.

       TALLY-DAY-FALLBACKS.
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
                                   WS-DAY-DATE
                           MOVE SPACES TO WS-LOG-FILENAME
                           MOVE FUNCTION TRIM(ARCHIVE-INDEX-RECORD)
                               TO WS-LOG-FILENAME
                           PERFORM TALLY-ONE-ARCHIVE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVE-INDEX-FILE.

       TALLY-ONE-ARCHIVE.
           OPEN INPUT ACCESS-LOG-FILE
           IF WS-LOG-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           SET WS-DAY-HAS-ARCHIVE TO TRUE
           MOVE 'N' TO WS-LOG-EOF-SW
           PERFORM UNTIL WS-LOG-EOF
               READ ACCESS-LOG-FILE
                   AT END
                       SET WS-LOG-EOF TO TRUE
                   NOT AT END
                       MOVE ACCESS-LOG-RECORD TO WS-LOG-DETAIL
                       PERFORM TALLY-USAGE-RECORD
               END-READ
           END-PERFORM
           CLOSE ACCESS-LOG-FILE.

       TALLY-USAGE-RECORD.
      *> A record without a numeric status was never written by
      *> WRITE-ACCESS-LOG - leave it out, the same rule
      *> TRAFFIC-REPORT applies.
           IF WS-LOG-STATUS NOT NUMERIC
               ADD 1 TO WS-MALFORMED-RECORDS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LOG-STATUS TO WS-STATUS-NUM
           MOVE FUNCTION LOWER-CASE(WS-LOG-HOST) TO WS-LOOKUP-HOST
           PERFORM FIND-BRAND
           IF NOT WS-BRAND-FOUND
               MOVE WS-DEFAULT-BRAND-IDX TO WS-BRAND-IDX
           END-IF
           ADD 1 TO WS-BRAND-QTY(WS-BRAND-IDX, 2)
           IF FUNCTION TRIM(WS-LOG-SIZE) NOT = SPACES
               COMPUTE WS-RECORD-BYTES =
                   FUNCTION NUMVAL(WS-LOG-SIZE)
               ADD WS-RECORD-BYTES TO WS-BRAND-QTY(WS-BRAND-IDX, 3)
           END-IF
      *> Only work the server actually did is billed: /app/ calls
      *> answered below 400, and contact forms and uploads it
      *> accepted (200).
           IF WS-LOG-PATH(1:5) = "/app/" AND WS-STATUS-NUM < 400
               ADD 1 TO WS-BRAND-QTY(WS-BRAND-IDX, 4)
           END-IF
           IF FUNCTION TRIM(WS-LOG-METHOD) = "POST"
                   AND WS-STATUS-NUM = 200
               EVALUATE FUNCTION TRIM(WS-LOG-PATH)
                   WHEN "/contact"
                       ADD 1 TO WS-BRAND-QTY(WS-BRAND-IDX, 5)
                   WHEN "/upload"
                       ADD 1 TO WS-BRAND-QTY(WS-BRAND-IDX, 6)
               END-EVALUATE
           END-IF.

       PRICE-BRANDS.
           PERFORM VARYING WS-BRAND-IDX FROM 1 BY 1
                   UNTIL WS-BRAND-IDX > WS-BRAND-USED
               MOVE 1 TO WS-BRAND-QTY(WS-BRAND-IDX, 1)
               MOVE 0 TO WS-BRAND-TOTAL(WS-BRAND-IDX)
               PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                       UNTIL WS-ITEM-IDX > 6
                   PERFORM PRICE-ONE-ITEM
                   ADD WS-BRAND-AMOUNT(WS-BRAND-IDX, WS-ITEM-IDX)
                       TO WS-BRAND-TOTAL(WS-BRAND-IDX)
               END-PERFORM
               ADD WS-BRAND-TOTAL(WS-BRAND-IDX) TO WS-GRAND-TOTAL
           END-PERFORM.

       PRICE-ONE-ITEM.
           EVALUATE WS-ITEM-IDX
               WHEN 2
                   COMPUTE WS-BRAND-AMOUNT(WS-BRAND-IDX, WS-ITEM-IDX)
                       ROUNDED =
                       WS-BRAND-QTY(WS-BRAND-IDX, WS-ITEM-IDX)
                       * WS-RATE-VALUE(WS-ITEM-IDX) / 1000
               WHEN 3
                   COMPUTE WS-BRAND-AMOUNT(WS-BRAND-IDX, WS-ITEM-IDX)
                       ROUNDED =
                       WS-BRAND-QTY(WS-BRAND-IDX, WS-ITEM-IDX)
                       * WS-RATE-VALUE(WS-ITEM-IDX) / 1048576
               WHEN OTHER
                   COMPUTE WS-BRAND-AMOUNT(WS-BRAND-IDX, WS-ITEM-IDX)
                       ROUNDED =
                       WS-BRAND-QTY(WS-BRAND-IDX, WS-ITEM-IDX)
                       * WS-RATE-VALUE(WS-ITEM-IDX)
           END-EVALUATE.

       PRINT-STATEMENTS.
           PERFORM VARYING WS-BRAND-IDX FROM 1 BY 1
                   UNTIL WS-BRAND-IDX > WS-BRAND-USED
               PERFORM PRINT-BRAND-STATEMENT
           END-PERFORM
           IF WS-MALFORMED-RECORDS > 0
               MOVE WS-MALFORMED-RECORDS TO WS-COUNT-DISPLAY
               DISPLAY "MALFORMED RECORDS SKIPPED: " WS-COUNT-DISPLAY
           END-IF.

       PRINT-BRAND-STATEMENT.
           DISPLAY "=================================================="
           DISPLAY "CHARGEBACK STATEMENT        RUN "
               WS-REPORT-DATE(1:4) "-" WS-REPORT-DATE(5:2) "-"
               WS-REPORT-DATE(7:2) " " WS-REPORT-DATE(9:2) ":"
               WS-REPORT-DATE(11:2)
           DISPLAY "=================================================="
           DISPLAY "BRAND  . . . . . . . . : "
               FUNCTION TRIM(WS-BRAND-KEY(WS-BRAND-IDX))
           DISPLAY "PERIOD . . . . . . . . : "
               WS-PERIOD-YEAR "-" WS-PERIOD-MONTH
           COMPUTE WS-COUNT-DISPLAY =
               WS-DAYS-IN-MONTH - WS-MISSING-DAYS
           DISPLAY "DAYS WITH ARCHIVE  . . : " WS-COUNT-DISPLAY
               " OF " WS-DAYS-IN-MONTH
           IF WS-MISSING-DAYS > 0
               DISPLAY "*** INCOMPLETE - NO ARCHIVE FOR THESE DAYS,"
                   " USAGE MAY BE UNDER-BILLED:"
               PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                       UNTIL WS-DAY-IDX > WS-DAYS-IN-MONTH
                   IF WS-DAY-MISSING(WS-DAY-IDX)
                       DISPLAY "      " WS-PERIOD-YEAR "-"
                           WS-PERIOD-MONTH "-" WS-DAY-IDX
                   END-IF
               END-PERFORM
           END-IF
           DISPLAY " "
           DISPLAY "ITEM                      QUANTITY"
               "        RATE        AMOUNT"
           DISPLAY "----------------------------------"
               "--------------------------"
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                   UNTIL WS-ITEM-IDX > 6
               MOVE WS-BRAND-QTY(WS-BRAND-IDX, WS-ITEM-IDX)
                   TO WS-QTY-DISPLAY
               MOVE WS-RATE-VALUE(WS-ITEM-IDX) TO WS-RATE-DISPLAY
               MOVE WS-BRAND-AMOUNT(WS-BRAND-IDX, WS-ITEM-IDX)
                   TO WS-AMOUNT-DISPLAY
               DISPLAY WS-ITEM-LABEL(WS-ITEM-IDX) " "
                   WS-QTY-DISPLAY "  " WS-RATE-DISPLAY "  "
                   WS-AMOUNT-DISPLAY
           END-PERFORM
           DISPLAY "----------------------------------"
               "--------------------------"
           MOVE WS-BRAND-TOTAL(WS-BRAND-IDX) TO WS-AMOUNT-DISPLAY
           DISPLAY "TOTAL DUE                         "
               "                " WS-AMOUNT-DISPLAY
           DISPLAY " ".

       WRITE-CHARGEBACK-EXTRACT.
           OPEN OUTPUT EXTRACT-FILE
           IF WS-EXTRACT-FILE-STATUS NOT = "00"
               DISPLAY "Cannot write "
                   FUNCTION TRIM(WS-EXTRACT-FILENAME) ", status "
                   WS-EXTRACT-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-BRAND-IDX FROM 1 BY 1
                   UNTIL WS-BRAND-IDX > WS-BRAND-USED
               MOVE 'D' TO EXT-RECORD-TYPE
               MOVE WS-PERIOD TO EXT-PERIOD
               MOVE WS-BRAND-KEY(WS-BRAND-IDX) TO EXT-BRAND
               MOVE WS-BRAND-QTY(WS-BRAND-IDX, 2) TO EXT-REQUESTS
               MOVE WS-BRAND-QTY(WS-BRAND-IDX, 3) TO EXT-BYTES
               MOVE WS-BRAND-QTY(WS-BRAND-IDX, 4) TO EXT-APPTXN
               MOVE WS-BRAND-QTY(WS-BRAND-IDX, 5) TO EXT-CONTACTS
               MOVE WS-BRAND-QTY(WS-BRAND-IDX, 6) TO EXT-UPLOADS
               COMPUTE EXT-AMOUNT = WS-BRAND-TOTAL(WS-BRAND-IDX) * 100
               MOVE WS-MISSING-DAYS TO EXT-MISSING-DAYS
               MOVE WS-EXTRACT-DETAIL TO EXTRACT-RECORD
               WRITE EXTRACT-RECORD
               ADD 1 TO WS-EXTRACT-COUNT
           END-PERFORM
      *> Control total for the accounting system: detail lines
      *> written and the sum of their amounts, in cents.
           MOVE 'T' TO EXT-TRL-RECORD-TYPE
           MOVE WS-PERIOD TO EXT-TRL-PERIOD
           MOVE WS-EXTRACT-COUNT TO EXT-TRL-COUNT
           COMPUTE EXT-TRL-AMOUNT = WS-GRAND-TOTAL * 100
           MOVE WS-MISSING-DAYS TO EXT-TRL-MISSING-DAYS
           MOVE WS-EXTRACT-TRAILER TO EXTRACT-RECORD
           WRITE EXTRACT-RECORD
           CLOSE EXTRACT-FILE
           MOVE WS-EXTRACT-COUNT TO WS-COUNT-DISPLAY
           MOVE WS-GRAND-TOTAL TO WS-TOTAL-DISPLAY
           DISPLAY "Extract written to "
               FUNCTION TRIM(WS-EXTRACT-FILENAME) ": "
               FUNCTION TRIM(WS-COUNT-DISPLAY) " brands, total "
               FUNCTION TRIM(WS-TOTAL-DISPLAY).

       END PROGRAM CHARGEBACK-STMT.
