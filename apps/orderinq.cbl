      *> server's module search path, then registered in apps.cfg.
      *> Answers come from orders.dat, the indexed order master the
      *> ORDER-LOAD batch rebuilds each evening from the fulfillment
      *> feed. Under the current status the page lists the order's
      *> history from ordhist.dat, the status, ship-date and carrier
      *> changes ORDER-LOAD has seen night by night.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORDER-NUMBER
               ALTERNATE RECORD KEY IS ORDER-CUST-NAME
                   WITH DUPLICATES
               FILE STATUS IS ORD-FILE-STATUS.
           SELECT ORDER-HISTORY ASSIGN TO "ordhist.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS ORD-HIST-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *> Master layout also lives in ordload.cbl and ordstat.cbl -
      *> keep them in step.
       FD  ORDER-MASTER.
       01  ORDER-RECORD.
           05 ORDER-NUMBER PIC X(16).
           05 ORDER-SHIP-DATE PIC X(8).
           05 ORDER-CARRIER PIC X(24).
           05 ORDER-TOTAL-AMOUNT PIC 9(7)V99.
      *> History layout also lives in ordload.cbl and ordstat.cbl -
      *> keep the three in step.
       FD  ORDER-HISTORY.
       01  HIST-RECORD.
           05 HIST-KEY.
               10 HIST-ORDER-NUMBER PIC X(16).
               10 HIST-EFFECTIVE-DATE PIC X(8).
           05 HIST-STATUS-CODE PIC X(2).
           05 HIST-SHIP-DATE PIC X(8).
           05 HIST-CARRIER PIC X(24).
           05 HIST-PRIOR-STATUS-CODE PIC X(2).
           05 HIST-STATUS-CHANGED-SW PIC X(1).
               88 HIST-STATUS-CHANGED VALUE 'Y'.
           05 HIST-SHIP-CHANGED-SW PIC X(1).
               88 HIST-SHIP-CHANGED VALUE 'Y'.
           05 HIST-CARRIER-CHANGED-SW PIC X(1).
               88 HIST-CARRIER-CHANGED VALUE 'Y'.
           05 HIST-LOAD-TIME PIC X(6).
       WORKING-STORAGE SECTION.
       01 ORD-PARM-PAIRS.
           05 ORD-PARM-PAIR OCCURS 8 TIMES PIC X(256).
           88 ORD-FOUND VALUE 'Y'.
       01 ORD-MASTER-OK-SW PIC X(1) VALUE 'N'.
           88 ORD-MASTER-OK VALUE 'Y'.
       01 ORD-STATUS-CODE PIC X(2).
       01 ORD-STATUS-TEXT PIC X(32).
       01 ORD-HIST-STATUS PIC X(2).
       01 ORD-HIST-EOF-SW PIC X(1) VALUE 'N'.
           88 ORD-HIST-EOF VALUE 'Y'.
      *> a timeline longer than this is cut short - the page has to
      *> fit HRESP-BODY, and no customer needs more
       01 ORD-HIST-ROWS PIC 9(4) COMP.
       01 ORD-HIST-MAX-ROWS PIC 9(4) COMP VALUE 60.
       01 ORD-AMOUNT-DISPLAY PIC Z(6)9.99.
       LINKAGE SECTION.
       COPY "httpxchg.cpy".
           END-READ
           CLOSE ORDER-MASTER.

       DESCRIBE-ORDER-STATUS.
           EVALUATE ORD-STATUS-CODE
               WHEN "OP"
                   MOVE "received" TO ORD-STATUS-TEXT
               WHEN "IP"
                   MOVE "cancelled" TO ORD-STATUS-TEXT
               WHEN OTHER
                   MOVE "in process" TO ORD-STATUS-TEXT
           END-EVALUATE.

       BUILD-ORDER-RESPONSE.
           MOVE ORDER-STATUS-CODE TO ORD-STATUS-CODE
           PERFORM DESCRIBE-ORDER-STATUS
           MOVE ORDER-TOTAL-AMOUNT TO ORD-AMOUNT-DISPLAY

           MOVE 200 TO HRESP-STATUS
                   INTO HRESP-BODY
                   WITH POINTER ORD-PAGE-PTR
           END-IF
           PERFORM BUILD-ORDER-TIMELINE
           STRING
               "</body></html>" DELIMITED BY SIZE
               INTO HRESP-BODY
               WITH POINTER ORD-PAGE-PTR
           COMPUTE HRESP-BODY-LENGTH = ORD-PAGE-PTR - 1.

       BUILD-ORDER-TIMELINE.
      *> History records for one order sit together under its number,
      *> oldest first, so a START on the number and READ NEXT until
      *> the number changes gives the whole timeline. No history file
      *> yet, or nothing recorded for an older order, just means no
      *> timeline - the current status above still answers the page.
           OPEN INPUT ORDER-HISTORY
           IF ORD-HIST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE ORD-ORDER-NUMBER TO HIST-ORDER-NUMBER
           MOVE SPACES TO HIST-EFFECTIVE-DATE
           START ORDER-HISTORY KEY IS NOT LESS THAN HIST-KEY
               INVALID KEY
                   CLOSE ORDER-HISTORY
                   EXIT PARAGRAPH
           END-START

           MOVE 0 TO ORD-HIST-ROWS
           MOVE 'N' TO ORD-HIST-EOF-SW
           PERFORM UNTIL ORD-HIST-EOF
               READ ORDER-HISTORY NEXT RECORD
                   AT END
                       SET ORD-HIST-EOF TO TRUE
                   NOT AT END
                       IF HIST-ORDER-NUMBER NOT = ORD-ORDER-NUMBER
                               OR ORD-HIST-ROWS >= ORD-HIST-MAX-ROWS
                           SET ORD-HIST-EOF TO TRUE
                       ELSE
                           PERFORM ADD-TIMELINE-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ORDER-HISTORY

           IF ORD-HIST-ROWS > 0
               STRING
                   "</table>" DELIMITED BY SIZE
                   INTO HRESP-BODY
                   WITH POINTER ORD-PAGE-PTR
           END-IF.

       ADD-TIMELINE-ROW.
           IF ORD-HIST-ROWS = 0
               STRING
                   "<h2>Order history</h2><table>" DELIMITED BY SIZE
                   "<tr><th>Date</th><th>Status</th>" DELIMITED BY SIZE
                   "<th>Shipped</th><th>Carrier</th></tr>"
                       DELIMITED BY SIZE
                   INTO HRESP-BODY
                   WITH POINTER ORD-PAGE-PTR
           END-IF
           ADD 1 TO ORD-HIST-ROWS
           MOVE HIST-STATUS-CODE TO ORD-STATUS-CODE
           PERFORM DESCRIBE-ORDER-STATUS
           STRING
               "<tr><td>" DELIMITED BY SIZE
               HIST-EFFECTIVE-DATE(1:4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               HIST-EFFECTIVE-DATE(5:2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               HIST-EFFECTIVE-DATE(7:2) DELIMITED BY SIZE
               "</td><td>" DELIMITED BY SIZE
               FUNCTION TRIM(ORD-STATUS-TEXT) DELIMITED BY SIZE
               "</td><td>" DELIMITED BY SIZE
               INTO HRESP-BODY
               WITH POINTER ORD-PAGE-PTR
           IF HIST-SHIP-DATE NOT = SPACES
               STRING
                   HIST-SHIP-DATE(1:4) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   HIST-SHIP-DATE(5:2) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   HIST-SHIP-DATE(7:2) DELIMITED BY SIZE
                   INTO HRESP-BODY
                   WITH POINTER ORD-PAGE-PTR
           END-IF
           STRING
               "</td><td>" DELIMITED BY SIZE
               FUNCTION TRIM(HIST-CARRIER) DELIMITED BY SIZE
               "</td></tr>" DELIMITED BY SIZE
               INTO HRESP-BODY
               WITH POINTER ORD-PAGE-PTR.

       BUILD-NOT-FOUND-RESPONSE.
           MOVE 404 TO HRESP-STATUS
           MOVE "text/html" TO HRESP-CONTENT-TYPE
