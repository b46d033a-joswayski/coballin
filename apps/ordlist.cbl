       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDLIST.
      *> Customer order list application, dispatched by the web server
      *> for /app/ordlist. Follows the copy/httpxchg.cpy contract the
      *> same way ORDERINQ does. Lists every order on orders.dat for
      *> one customer name placed within an order-date range, newest
      *> first, with status and total, each linked to /app/orderinq
      *> for the detail and timeline, e.g.
      *>     /app/ordlist?name=Jane+Smith&from=20260101&to=20261231
      *> The name must match the master exactly - it is looked up on
      *> the ORDER-CUST-NAME alternate key ORDER-LOAD builds.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDER-MASTER ASSIGN TO "orders.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORDER-NUMBER
               ALTERNATE RECORD KEY IS ORDER-CUST-NAME
                   WITH DUPLICATES
               FILE STATUS IS ORDL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *> Master layout also lives in ordload.cbl, ordstat.cbl and
      *> apps/orderinq.cbl - keep them in step.
       FD  ORDER-MASTER.
       01  ORDER-RECORD.
           05 ORDER-NUMBER PIC X(16).
           05 ORDER-CUST-NAME PIC X(64).
           05 ORDER-DATE PIC X(8).
           05 ORDER-STATUS-CODE PIC X(2).
           05 ORDER-SHIP-DATE PIC X(8).
           05 ORDER-CARRIER PIC X(24).
           05 ORDER-TOTAL-AMOUNT PIC 9(7)V99.
       WORKING-STORAGE SECTION.
       01 ORDL-PARM-PAIRS.
           05 ORDL-PARM-PAIR OCCURS 8 TIMES PIC X(256).
       01 ORDL-PARM-IDX PIC 9(4) COMP.
       01 ORDL-PARM-KEY PIC X(32).
       01 ORDL-PARM-VALUE PIC X(256).
       01 ORDL-CUST-NAME PIC X(64).
       01 ORDL-FROM-DATE PIC X(8).
       01 ORDL-TO-DATE PIC X(8).
       01 ORDL-PARMS-VALID-SW PIC X(1) VALUE 'N'.
           88 ORDL-PARMS-VALID VALUE 'Y'.
       01 ORDL-FILE-STATUS PIC X(2).
       01 ORDL-MASTER-OK-SW PIC X(1) VALUE 'N'.
           88 ORDL-MASTER-OK VALUE 'Y'.
       01 ORDL-EOF-SW PIC X(1) VALUE 'N'.
           88 ORDL-EOF VALUE 'Y'.
      *> Matching orders, kept newest first as they are read. Only
      *> ORDL-MAX-ROWS are shown; the rest are counted so the page
      *> can say how many more there were. The spare last entry
      *> lets the insertion search step one past a full list.
       01 ORDL-LIST-TABLE.
           05 ORDL-LIST-ENTRY OCCURS 26 TIMES.
               10 ORDL-LIST-NUMBER PIC X(16).
               10 ORDL-LIST-DATE PIC X(8).
               10 ORDL-LIST-STATUS PIC X(2).
               10 ORDL-LIST-AMOUNT PIC 9(7)V99.
       01 ORDL-MAX-ROWS PIC 9(4) COMP VALUE 25.
       01 ORDL-LIST-USED PIC 9(4) COMP VALUE 0.
       01 ORDL-MATCH-COUNT PIC 9(8) COMP VALUE 0.
       01 ORDL-LIST-IDX PIC 9(4) COMP.
       01 ORDL-INSERT-AT PIC 9(4) COMP.
       01 ORDL-MORE-COUNT PIC 9(8) COMP.
       01 ORDL-COUNT-DISPLAY PIC Z(7)9.
       01 ORDL-PAGE-PTR PIC 9(8) COMP.
       01 ORDL-STATUS-TEXT PIC X(32).
       01 ORDL-AMOUNT-DISPLAY PIC Z(6)9.99.
       01 ORDL-ORDER-TRIM PIC X(16).
       01 ORDL-DEC-RAWVAL PIC X(256).
       01 ORDL-DEC-VALUE PIC X(256).
       01 ORDL-DEC-LEN PIC 9(4) COMP.
       01 ORDL-DEC-IN PIC 9(4) COMP.
       01 ORDL-DEC-OUT PIC 9(4) COMP.
       01 ORDL-DEC-CHAR PIC X(1).
       01 ORDL-HEX-CHAR PIC X(1).
       01 ORDL-HEX-VALUE PIC 9(4) COMP.
       01 ORDL-HEX-DIGIT-VAL PIC 9(4) COMP.
       01 ORDL-ESC-INPUT PIC X(64).
       01 ORDL-ESC-OUTPUT PIC X(320).
       01 ORDL-ESC-PTR PIC 9(4) COMP.
       01 ORDL-ESC-IN-LEN PIC 9(4) COMP.
       01 ORDL-ESC-I PIC 9(4) COMP.
       01 ORDL-ESC-CHAR PIC X(1).
       LINKAGE SECTION.
       COPY "httpxchg.cpy".
       PROCEDURE DIVISION USING HTTP-REQUEST-AREA HTTP-RESPONSE-AREA.
       MAIN-PROCEDURE.
      *> A customer's order list is as personal as a single order -
      *> same no-store header ORDERINQ sends.
           MOVE 1 TO HRESP-HEADER-COUNT
           MOVE "Cache-Control" TO HRESP-HDR-NAME(1)
           MOVE "no-store" TO HRESP-HDR-VALUE(1)
           MOVE SPACES TO ORDL-CUST-NAME ORDL-FROM-DATE ORDL-TO-DATE
           PERFORM FIND-LIST-PARMS
           PERFORM VALIDATE-LIST-PARMS
           IF NOT ORDL-PARMS-VALID
               PERFORM BUILD-USAGE-RESPONSE
               GOBACK
           END-IF
           PERFORM COLLECT-CUSTOMER-ORDERS
           EVALUATE TRUE
               WHEN NOT ORDL-MASTER-OK
                   PERFORM BUILD-UNAVAILABLE-RESPONSE
               WHEN ORDL-MATCH-COUNT > 0
                   PERFORM BUILD-LIST-RESPONSE
               WHEN OTHER
                   PERFORM BUILD-NOT-FOUND-RESPONSE
           END-EVALUATE
           GOBACK.

       FIND-LIST-PARMS.
      *> Same key=value&key=value query string ORDERINQ reads; the
      *> name arrives form-encoded ("+" for space, %xx escapes).
           MOVE SPACES TO ORDL-PARM-PAIRS
           UNSTRING HREQ-QUERY DELIMITED BY "&"
               INTO ORDL-PARM-PAIR(1) ORDL-PARM-PAIR(2)
                    ORDL-PARM-PAIR(3) ORDL-PARM-PAIR(4)
                    ORDL-PARM-PAIR(5) ORDL-PARM-PAIR(6)
                    ORDL-PARM-PAIR(7) ORDL-PARM-PAIR(8)
           PERFORM VARYING ORDL-PARM-IDX FROM 1 BY 1
                   UNTIL ORDL-PARM-IDX > 8
               IF ORDL-PARM-PAIR(ORDL-PARM-IDX) NOT = SPACES
                   MOVE SPACES TO ORDL-PARM-KEY ORDL-PARM-VALUE
                   UNSTRING ORDL-PARM-PAIR(ORDL-PARM-IDX)
                       DELIMITED BY "="
                       INTO ORDL-PARM-KEY ORDL-PARM-VALUE
                   EVALUATE FUNCTION TRIM(ORDL-PARM-KEY)
                       WHEN "name"
                           MOVE ORDL-PARM-VALUE TO ORDL-DEC-RAWVAL
                           PERFORM DECODE-QUERY-VALUE
                           MOVE ORDL-DEC-VALUE(1:64) TO ORDL-CUST-NAME
                       WHEN "from"
                           MOVE ORDL-PARM-VALUE(1:8) TO ORDL-FROM-DATE
                       WHEN "to"
                           MOVE ORDL-PARM-VALUE(1:8) TO ORDL-TO-DATE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-PERFORM.

       DECODE-QUERY-VALUE.
      *> Undo form encoding: "+" is a space and %xx is the byte with
      *> that hex value - the server's DECODE-FORM-VALUE rules.
           MOVE SPACES TO ORDL-DEC-VALUE
           IF ORDL-DEC-RAWVAL = SPACES
               EXIT PARAGRAPH
           END-IF
           COMPUTE ORDL-DEC-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(ORDL-DEC-RAWVAL TRAILING))
           MOVE 0 TO ORDL-DEC-OUT
           MOVE 1 TO ORDL-DEC-IN
           PERFORM UNTIL ORDL-DEC-IN > ORDL-DEC-LEN
               MOVE ORDL-DEC-RAWVAL(ORDL-DEC-IN:1) TO ORDL-DEC-CHAR
               EVALUATE TRUE
                   WHEN ORDL-DEC-CHAR = "+"
                       ADD 1 TO ORDL-DEC-OUT
                       MOVE SPACE TO ORDL-DEC-VALUE(ORDL-DEC-OUT:1)
                       ADD 1 TO ORDL-DEC-IN
                   WHEN ORDL-DEC-CHAR = "%"
                           AND ORDL-DEC-IN + 2 <= ORDL-DEC-LEN
                       MOVE ORDL-DEC-RAWVAL(ORDL-DEC-IN + 1:1)
                           TO ORDL-HEX-CHAR
                       PERFORM DECODE-HEX-DIGIT
                       COMPUTE ORDL-HEX-VALUE = ORDL-HEX-DIGIT-VAL * 16
                       MOVE ORDL-DEC-RAWVAL(ORDL-DEC-IN + 2:1)
                           TO ORDL-HEX-CHAR
                       PERFORM DECODE-HEX-DIGIT
                       ADD ORDL-HEX-DIGIT-VAL TO ORDL-HEX-VALUE
                       ADD 1 TO ORDL-DEC-OUT
                       MOVE FUNCTION CHAR(ORDL-HEX-VALUE + 1)
                           TO ORDL-DEC-VALUE(ORDL-DEC-OUT:1)
                       ADD 3 TO ORDL-DEC-IN
                   WHEN OTHER
                       ADD 1 TO ORDL-DEC-OUT
                       MOVE ORDL-DEC-CHAR
                           TO ORDL-DEC-VALUE(ORDL-DEC-OUT:1)
                       ADD 1 TO ORDL-DEC-IN
               END-EVALUATE
           END-PERFORM.

       DECODE-HEX-DIGIT.
           EVALUATE TRUE
               WHEN ORDL-HEX-CHAR >= "0" AND ORDL-HEX-CHAR <= "9"
                   COMPUTE ORDL-HEX-DIGIT-VAL =
                       FUNCTION ORD(ORDL-HEX-CHAR) - FUNCTION ORD("0")
               WHEN ORDL-HEX-CHAR >= "A" AND ORDL-HEX-CHAR <= "F"
                   COMPUTE ORDL-HEX-DIGIT-VAL =
                       FUNCTION ORD(ORDL-HEX-CHAR)
                           - FUNCTION ORD("A") + 10
               WHEN ORDL-HEX-CHAR >= "a" AND ORDL-HEX-CHAR <= "f"
                   COMPUTE ORDL-HEX-DIGIT-VAL =
                       FUNCTION ORD(ORDL-HEX-CHAR)
                           - FUNCTION ORD("a") + 10
               WHEN OTHER
                   MOVE 0 TO ORDL-HEX-DIGIT-VAL
           END-EVALUATE.

       VALIDATE-LIST-PARMS.
      *> A name and both ends of the date range are required, the
      *> dates as real YYYYMMDD calendar dates in the right order.
      *> Nothing failing here is echoed back to the page.
           MOVE 'N' TO ORDL-PARMS-VALID-SW
           MOVE FUNCTION TRIM(ORDL-CUST-NAME) TO ORDL-CUST-NAME
           IF ORDL-CUST-NAME = SPACES
               EXIT PARAGRAPH
           END-IF
           IF ORDL-FROM-DATE NOT NUMERIC OR ORDL-TO-DATE NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(
                   FUNCTION NUMVAL(ORDL-FROM-DATE)) NOT = 0
                   OR FUNCTION TEST-DATE-YYYYMMDD(
                   FUNCTION NUMVAL(ORDL-TO-DATE)) NOT = 0
               EXIT PARAGRAPH
           END-IF
           IF ORDL-FROM-DATE > ORDL-TO-DATE
               EXIT PARAGRAPH
           END-IF
           SET ORDL-PARMS-VALID TO TRUE.

       COLLECT-CUSTOMER-ORDERS.
      *> All of one customer's orders sit together on the name key;
      *> START there and READ NEXT until the name changes. The key
      *> returns them in no useful date order, so each order in the
      *> range is dropped into place in the newest-first list.
           MOVE 'N' TO ORDL-MASTER-OK-SW
           MOVE 0 TO ORDL-LIST-USED ORDL-MATCH-COUNT
           OPEN INPUT ORDER-MASTER
           IF ORDL-FILE-STATUS NOT = "00"
               DISPLAY "ORDLIST: cannot open orders.dat, status "
                   ORDL-FILE-STATUS
               EXIT PARAGRAPH
           END-IF
           SET ORDL-MASTER-OK TO TRUE
           MOVE ORDL-CUST-NAME TO ORDER-CUST-NAME
           START ORDER-MASTER KEY IS EQUAL TO ORDER-CUST-NAME
               INVALID KEY
                   CLOSE ORDER-MASTER
                   EXIT PARAGRAPH
           END-START
           MOVE 'N' TO ORDL-EOF-SW
           PERFORM UNTIL ORDL-EOF
               READ ORDER-MASTER NEXT RECORD
                   AT END
                       SET ORDL-EOF TO TRUE
                   NOT AT END
                       IF ORDER-CUST-NAME NOT = ORDL-CUST-NAME
                           SET ORDL-EOF TO TRUE
                       ELSE
                           IF ORDER-DATE >= ORDL-FROM-DATE
                                   AND ORDER-DATE <= ORDL-TO-DATE
                               PERFORM ADD-LIST-ENTRY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ORDER-MASTER.

       ADD-LIST-ENTRY.
           ADD 1 TO ORDL-MATCH-COUNT
      *> find the first entry older than this order; a full list
      *> with nothing older means this order is not among the newest
           MOVE 1 TO ORDL-INSERT-AT
           PERFORM UNTIL ORDL-INSERT-AT > ORDL-LIST-USED
                   OR ORDER-DATE > ORDL-LIST-DATE(ORDL-INSERT-AT)
                   OR (ORDER-DATE = ORDL-LIST-DATE(ORDL-INSERT-AT)
                       AND ORDER-NUMBER
                           > ORDL-LIST-NUMBER(ORDL-INSERT-AT))
               ADD 1 TO ORDL-INSERT-AT
           END-PERFORM
           IF ORDL-INSERT-AT > ORDL-MAX-ROWS
               EXIT PARAGRAPH
           END-IF
           IF ORDL-LIST-USED < ORDL-MAX-ROWS
               ADD 1 TO ORDL-LIST-USED
           END-IF
           PERFORM VARYING ORDL-LIST-IDX FROM ORDL-LIST-USED BY -1
                   UNTIL ORDL-LIST-IDX <= ORDL-INSERT-AT
               MOVE ORDL-LIST-ENTRY(ORDL-LIST-IDX - 1)
                   TO ORDL-LIST-ENTRY(ORDL-LIST-IDX)
           END-PERFORM
           MOVE ORDER-NUMBER TO ORDL-LIST-NUMBER(ORDL-INSERT-AT)
           MOVE ORDER-DATE TO ORDL-LIST-DATE(ORDL-INSERT-AT)
           MOVE ORDER-STATUS-CODE TO ORDL-LIST-STATUS(ORDL-INSERT-AT)
           MOVE ORDER-TOTAL-AMOUNT TO ORDL-LIST-AMOUNT(ORDL-INSERT-AT).

       ESCAPE-HTML.
      *> Render ORDL-ESC-INPUT safe for an HTML page: "&", "<" and
      *> ">" become their character entities. ORDL-ESC-PTR ends one
      *> past the last output byte, STRING-pointer style.
           MOVE SPACES TO ORDL-ESC-OUTPUT
           MOVE 1 TO ORDL-ESC-PTR
           IF ORDL-ESC-INPUT = SPACES
               EXIT PARAGRAPH
           END-IF
           COMPUTE ORDL-ESC-IN-LEN = FUNCTION LENGTH(
               FUNCTION TRIM(ORDL-ESC-INPUT TRAILING))
           PERFORM VARYING ORDL-ESC-I FROM 1 BY 1
                   UNTIL ORDL-ESC-I > ORDL-ESC-IN-LEN
               MOVE ORDL-ESC-INPUT(ORDL-ESC-I:1) TO ORDL-ESC-CHAR
               EVALUATE ORDL-ESC-CHAR
                   WHEN "&"
                       STRING "&amp;" DELIMITED BY SIZE
                           INTO ORDL-ESC-OUTPUT
                           WITH POINTER ORDL-ESC-PTR
                   WHEN "<"
                       STRING "&lt;" DELIMITED BY SIZE
                           INTO ORDL-ESC-OUTPUT
                           WITH POINTER ORDL-ESC-PTR
                   WHEN ">"
                       STRING "&gt;" DELIMITED BY SIZE
                           INTO ORDL-ESC-OUTPUT
                           WITH POINTER ORDL-ESC-PTR
                   WHEN OTHER
                       MOVE ORDL-ESC-CHAR
                           TO ORDL-ESC-OUTPUT(ORDL-ESC-PTR:1)
                       ADD 1 TO ORDL-ESC-PTR
               END-EVALUATE
           END-PERFORM.

       DESCRIBE-ORDER-STATUS.
      *> Same wording as ORDERINQ's order page.
           EVALUATE ORDL-LIST-STATUS(ORDL-LIST-IDX)
               WHEN "OP"
                   MOVE "received" TO ORDL-STATUS-TEXT
               WHEN "IP"
                   MOVE "in process" TO ORDL-STATUS-TEXT
               WHEN "BO"
                   MOVE "backordered" TO ORDL-STATUS-TEXT
               WHEN "SH"
                   MOVE "shipped" TO ORDL-STATUS-TEXT
               WHEN "DL"
                   MOVE "delivered" TO ORDL-STATUS-TEXT
               WHEN "CN"
                   MOVE "cancelled" TO ORDL-STATUS-TEXT
               WHEN OTHER
                   MOVE "in process" TO ORDL-STATUS-TEXT
           END-EVALUATE.

       BUILD-LIST-RESPONSE.
      *> The customer name is client-supplied - it only reaches the
      *> page escaped.
           MOVE ORDL-CUST-NAME TO ORDL-ESC-INPUT
           PERFORM ESCAPE-HTML
           MOVE 200 TO HRESP-STATUS
           MOVE "text/html" TO HRESP-CONTENT-TYPE
           MOVE SPACES TO HRESP-BODY
           MOVE 1 TO ORDL-PAGE-PTR
           STRING
               "<html><body><h1>Your orders</h1>" DELIMITED BY SIZE
               "<p>Orders for " DELIMITED BY SIZE
               ORDL-ESC-OUTPUT(1:ORDL-ESC-PTR - 1) DELIMITED BY SIZE
               " placed " DELIMITED BY SIZE
               ORDL-FROM-DATE(1:4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               ORDL-FROM-DATE(5:2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               ORDL-FROM-DATE(7:2) DELIMITED BY SIZE
               " to " DELIMITED BY SIZE
               ORDL-TO-DATE(1:4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               ORDL-TO-DATE(5:2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               ORDL-TO-DATE(7:2) DELIMITED BY SIZE
               ", newest first.</p>" DELIMITED BY SIZE
               "<table><tr><th>Order</th><th>Placed</th>"
                   DELIMITED BY SIZE
               "<th>Status</th><th>Total</th></tr>" DELIMITED BY SIZE
               INTO HRESP-BODY
               WITH POINTER ORDL-PAGE-PTR
           PERFORM VARYING ORDL-LIST-IDX FROM 1 BY 1
                   UNTIL ORDL-LIST-IDX > ORDL-LIST-USED
               PERFORM ADD-LIST-ROW
           END-PERFORM
           STRING
               "</table>" DELIMITED BY SIZE
               INTO HRESP-BODY
               WITH POINTER ORDL-PAGE-PTR
           IF ORDL-MATCH-COUNT > ORDL-LIST-USED
               COMPUTE ORDL-MORE-COUNT =
                   ORDL-MATCH-COUNT - ORDL-LIST-USED
               MOVE ORDL-MORE-COUNT TO ORDL-COUNT-DISPLAY
               STRING
                   "<p>" DELIMITED BY SIZE
                   FUNCTION TRIM(ORDL-COUNT-DISPLAY) DELIMITED BY SIZE
                   " older orders in this range are not shown. "
                       DELIMITED BY SIZE
                   "Narrow the dates to see them.</p>"
                       DELIMITED BY SIZE
                   INTO HRESP-BODY
                   WITH POINTER ORDL-PAGE-PTR
           END-IF
           STRING
               "</body></html>" DELIMITED BY SIZE
               INTO HRESP-BODY
               WITH POINTER ORDL-PAGE-PTR
           COMPUTE HRESP-BODY-LENGTH = ORDL-PAGE-PTR - 1.

       ADD-LIST-ROW.
           PERFORM DESCRIBE-ORDER-STATUS
           MOVE ORDL-LIST-AMOUNT(ORDL-LIST-IDX) TO ORDL-AMOUNT-DISPLAY
           MOVE FUNCTION TRIM(ORDL-LIST-NUMBER(ORDL-LIST-IDX))
               TO ORDL-ORDER-TRIM
           STRING
               "<tr><td><a href=""/app/orderinq?order="
                   DELIMITED BY SIZE
               ORDL-ORDER-TRIM DELIMITED BY SPACE
               """>" DELIMITED BY SIZE
               ORDL-ORDER-TRIM DELIMITED BY SPACE
               "</a></td><td>" DELIMITED BY SIZE
               ORDL-LIST-DATE(ORDL-LIST-IDX)(1:4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               ORDL-LIST-DATE(ORDL-LIST-IDX)(5:2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               ORDL-LIST-DATE(ORDL-LIST-IDX)(7:2) DELIMITED BY SIZE
               "</td><td>" DELIMITED BY SIZE
               FUNCTION TRIM(ORDL-STATUS-TEXT) DELIMITED BY SIZE
               "</td><td>$" DELIMITED BY SIZE
               FUNCTION TRIM(ORDL-AMOUNT-DISPLAY) DELIMITED BY SIZE
               "</td></tr>" DELIMITED BY SIZE
               INTO HRESP-BODY
               WITH POINTER ORDL-PAGE-PTR.

       BUILD-NOT-FOUND-RESPONSE.
           MOVE ORDL-CUST-NAME TO ORDL-ESC-INPUT
           PERFORM ESCAPE-HTML
           MOVE 404 TO HRESP-STATUS
           MOVE "text/html" TO HRESP-CONTENT-TYPE
           MOVE SPACES TO HRESP-BODY
           MOVE 1 TO ORDL-PAGE-PTR
           STRING
               "<html><body><h1>Your orders</h1>" DELIMITED BY SIZE
               "<p>No orders were found for " DELIMITED BY SIZE
               ORDL-ESC-OUTPUT(1:ORDL-ESC-PTR - 1) DELIMITED BY SIZE
               " in those dates. Enter your name exactly as it "
                   DELIMITED BY SIZE
               "appears on your order confirmation.</p>"
                   DELIMITED BY SIZE
               "</body></html>" DELIMITED BY SIZE
               INTO HRESP-BODY
               WITH POINTER ORDL-PAGE-PTR
           COMPUTE HRESP-BODY-LENGTH = ORDL-PAGE-PTR - 1.

       BUILD-UNAVAILABLE-RESPONSE.
      *> No readable order master on this box - answer soft rather
      *> than pretending the customer has no orders.
           MOVE 500 TO HRESP-STATUS
           MOVE "text/html" TO HRESP-CONTENT-TYPE
           MOVE SPACES TO HRESP-BODY
           MOVE 1 TO ORDL-PAGE-PTR
           STRING
               "<html><body><h1>Your orders</h1>" DELIMITED BY SIZE
               "<p>Order information is temporarily unavailable. "
                   DELIMITED BY SIZE
               "Please try again later.</p>" DELIMITED BY SIZE
               "</body></html>" DELIMITED BY SIZE
               INTO HRESP-BODY
               WITH POINTER ORDL-PAGE-PTR
           COMPUTE HRESP-BODY-LENGTH = ORDL-PAGE-PTR - 1.

       BUILD-USAGE-RESPONSE.
           MOVE 400 TO HRESP-STATUS
           MOVE "text/html" TO HRESP-CONTENT-TYPE
           MOVE SPACES TO HRESP-BODY
           MOVE 1 TO ORDL-PAGE-PTR
           STRING
               "<html><body><h1>Your orders</h1>" DELIMITED BY SIZE
               "<p>Supply your name and an order-date range as "
                   DELIMITED BY SIZE
               "YYYYMMDD: /app/ordlist?name=Jane+Smith"
                   DELIMITED BY SIZE
               "&amp;from=20260101&amp;to=20261231</p>"
                   DELIMITED BY SIZE
               "</body></html>" DELIMITED BY SIZE
               INTO HRESP-BODY
               WITH POINTER ORDL-PAGE-PTR
           COMPUTE HRESP-BODY-LENGTH = ORDL-PAGE-PTR - 1.

       END PROGRAM ORDLIST.
