      *> Evening batch refresh of the order master behind the
      *> /app/orderinq page. Reads the fixed-width feed the
      *> fulfillment system drops (orders.seq, or a filename given on
      *> the command line) and rebuilds the master from scratch, so
      *> the web side always answers from the latest nightly picture.
      *> A bad feed line is written to the reject file and skipped -
      *> it must never take the load down with it.
      *>
      *> The new master is built on the side in orders.new while the
      *> web side keeps answering from orders.dat. The feed ends in a
      *> trailer record carrying the fulfillment system's own record
      *> count and amount total; only when everything read balances
      *> against it, and the rejected lines stay within tolerance, is
      *> orders.new swapped in. A truncated or garbage feed leaves
      *> last night's orders.dat in service and ends the run with a
      *> non-zero return code. A load that balances but rejected
      *> some lines is swapped in and ends with return code 4, so the
      *> reject file gets passed back to the fulfillment team.
      *>
      *> Once the new master is swapped in, each order on it is
      *> compared with its record on last night's master (the
      *> orders.prv copy the swap keeps) and every status,
      *> ship-date or carrier change is written to the order history
      *> (ordhist.dat), keyed by order number plus the date the change
      *> took effect - the load date, or a YYYYMMDD given after the
      *> feed name on the command line. ORDERINQ shows the customer
      *> that timeline; ORDER-STATUS-REPORT works from it each day.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDER-FEED-FILE ASSIGN DYNAMIC WS-FEED-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-FILE-STATUS.
      *> The customer-name key is what /app/ordlist looks orders up
      *> by; every program that opens the master declares it too.
           SELECT ORDER-MASTER ASSIGN DYNAMIC WS-MASTER-FILENAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORDER-NUMBER
               ALTERNATE RECORD KEY IS ORDER-CUST-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-ORDER-FILE-STATUS.
      *> The master the web side answered from until this load, as
      *> the swap kept it - read only to see what each order looked
      *> like before.
           SELECT PRIOR-ORDER-MASTER ASSIGN TO "orders.prv"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRIOR-ORDER-NUMBER
               ALTERNATE RECORD KEY IS PRIOR-CUST-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-PRIOR-FILE-STATUS.
           SELECT ORDER-HISTORY ASSIGN TO "ordhist.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HIST-FILE-STATUS.
           SELECT REJECT-FILE ASSIGN DYNAMIC WS-REJECT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ORDER-FEED-FILE.
           05 FEED-SHIP-DATE PIC X(8).
           05 FEED-CARRIER PIC X(24).
           05 FEED-TOTAL-AMOUNT PIC X(9).
      *> The last line of the feed: "TRAILER" in the order-number
      *> columns, then the number of order lines sent and the sum of
      *> their amounts in cents, both zero-filled.
       01  FEED-TRAILER-RECORD.
           05 FEED-TRAILER-ID PIC X(16).
               88 FEED-IS-TRAILER VALUE "TRAILER".
           05 FEED-TRAILER-COUNT PIC X(8).
           05 FEED-TRAILER-AMOUNT PIC X(13).
           05 FILLER PIC X(94).
      *> Master layout also lives in apps/orderinq.cbl and
      *> ordstat.cbl - keep them in step.
       FD  ORDER-MASTER.
       01  ORDER-RECORD.
           05 ORDER-NUMBER PIC X(16).
           05 ORDER-SHIP-DATE PIC X(8).
           05 ORDER-CARRIER PIC X(24).
           05 ORDER-TOTAL-AMOUNT PIC 9(7)V99.
       FD  PRIOR-ORDER-MASTER.
       01  PRIOR-ORDER-RECORD.
           05 PRIOR-ORDER-NUMBER PIC X(16).
           05 PRIOR-CUST-NAME PIC X(64).
           05 PRIOR-ORDER-DATE PIC X(8).
           05 PRIOR-STATUS-CODE PIC X(2).
           05 PRIOR-SHIP-DATE PIC X(8).
           05 PRIOR-CARRIER PIC X(24).
           05 PRIOR-TOTAL-AMOUNT PIC 9(7)V99.
      *> History layout also lives in apps/orderinq.cbl and
      *> ordstat.cbl - keep the three in step. One record per order
      *> per day something changed; the first record for an order is
      *> the day it first appeared on the feed, with a blank prior
      *> status.
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
      *> Fixed layout handed back to the fulfillment team - the feed
      *> line goes back exactly as it arrived, so it can be corrected
      *> and resent.
       FD  REJECT-FILE.
       01  REJECT-RECORD.
           05 REJECT-LINE-NO PIC 9(8).
           05 FILLER PIC X(1).
           05 REJECT-REASON PIC X(40).
           05 FILLER PIC X(1).
           05 REJECT-FEED-LINE PIC X(131).
       WORKING-STORAGE SECTION.
       01 WS-FEED-FILENAME PIC X(64).
       01 WS-FEED-FILE-STATUS PIC X(2).
      *> orders.new while the load builds it, orders.dat once it
      *> is swapped in and the history reads it back
       01 WS-MASTER-FILENAME PIC X(64) VALUE "orders.new".
       01 WS-ORDER-FILE-STATUS PIC X(2).
       01 WS-PRIOR-FILE-STATUS PIC X(2).
       01 WS-HIST-FILE-STATUS PIC X(2).
       01 WS-EFFECTIVE-DATE PIC X(8).
       01 WS-CURRENT-DATE PIC X(21).
       01 WS-REJECT-FILENAME PIC X(64).
       01 WS-REJECT-FILE-STATUS PIC X(2).
       01 WS-PARM-LINE PIC X(64).
       01 WS-NAME-LEN PIC 9(4) COMP.
       01 WS-FEED-EOF-SW PIC X(1) VALUE 'N'.
           88 WS-FEED-EOF VALUE 'Y'.
       01 WS-TRAILER-SEEN-SW PIC X(1) VALUE 'N'.
           88 WS-TRAILER-SEEN VALUE 'Y'.
       01 WS-LOAD-BALANCED-SW PIC X(1) VALUE 'N'.
           88 WS-LOAD-BALANCED VALUE 'Y'.
       01 WS-MASTER-EOF-SW PIC X(1) VALUE 'N'.
           88 WS-MASTER-EOF VALUE 'Y'.
       01 WS-PRIOR-OPEN-SW PIC X(1) VALUE 'N'.
           88 WS-PRIOR-OPEN VALUE 'Y'.
       01 WS-PRIOR-FOUND-SW PIC X(1) VALUE 'N'.
           88 WS-PRIOR-FOUND VALUE 'Y'.
       01 WS-HISTORY-COUNT PIC 9(8) COMP VALUE 0.
       01 WS-FEED-LINE-NO PIC 9(8) COMP VALUE 0.
       01 WS-LOADED-COUNT PIC 9(8) COMP VALUE 0.
       01 WS-SKIPPED-COUNT PIC 9(8) COMP VALUE 0.
       01 WS-DUPLICATE-COUNT PIC 9(8) COMP VALUE 0.
       01 WS-AFTER-TRAILER-COUNT PIC 9(8) COMP VALUE 0.
       01 WS-REJECTED-COUNT PIC 9(8) COMP VALUE 0.
       01 WS-TRAILER-COUNT PIC 9(8) COMP VALUE 0.
       01 WS-LOADED-AMOUNT PIC 9(11)V99 VALUE 0.
       01 WS-REJECTED-AMOUNT PIC 9(11)V99 VALUE 0.
       01 WS-TRAILER-AMOUNT PIC 9(11)V99 VALUE 0.
       01 WS-LINE-AMOUNT PIC 9(7)V99.
      *> Most rejected lines tolerated before the load is refused -
      *> ORDLOAD_REJECT_LIMIT in the environment overrides it.
       01 WS-REJECT-LIMIT PIC 9(5) VALUE 10.
       01 WS-REJECT-TEXT PIC X(40).
       01 WS-ORDER-NUM-TRIM PIC X(16).
       01 WS-ORDER-NUM-LEN PIC 9(4) COMP.
       01 WS-COUNT-DISPLAY PIC Z(7)9.
       01 WS-AMOUNT-DISPLAY PIC Z(10)9.99.
       01 WS-ENV-PTR USAGE POINTER.
       01 WS-ENV-VALUE PIC X(16) BASED.
       01 WS-ENV-STR PIC X(16).
       01 WS-RESULT PIC S9(9) COMP.
       01 WS-SWAP-SUFFIX PIC X(4).
       01 WS-SWAP-FROM PIC X(64).
       01 WS-SWAP-TO PIC X(64).
       01 WS-SWAP-FROM-Z PIC X(65).
       01 WS-SWAP-TO-Z PIC X(65).
       01 WS-SWAP-EXISTS-INFO PIC X(16).
       01 WS-SWAP-FAILED-SW PIC X(1) VALUE 'N'.
           88 WS-SWAP-FAILED VALUE 'Y'.
      *> whether the swap found a previous master, and whether every
      *> piece of it made it into orders.prv
       01 WS-PRIOR-EXISTED-SW PIC X(1) VALUE 'N'.
           88 WS-PRIOR-EXISTED VALUE 'Y'.
       01 WS-PRIOR-KEPT-SW PIC X(1) VALUE 'Y'.
           88 WS-PRIOR-KEPT VALUE 'Y'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-LOAD
           PERFORM LOAD-ORDER-FEED
           PERFORM PRINT-SUMMARY
           PERFORM RECONCILE-LOAD
           IF WS-LOAD-BALANCED
               PERFORM SWAP-IN-NEW-MASTER
               IF NOT WS-SWAP-FAILED
                   PERFORM RECORD-ORDER-HISTORY
                   IF WS-REJECTED-COUNT > 0 AND RETURN-CODE < 4
                       DISPLAY "Feed lines rejected - pass "
                           FUNCTION TRIM(WS-REJECT-FILENAME)
                           " to fulfillment to correct and resend"
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           ELSE
               DISPLAY "LOAD REFUSED - orders.dat left in service "
                   "unchanged"
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       INITIALIZE-LOAD.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE SPACES TO WS-PARM-LINE WS-FEED-FILENAME
               WS-EFFECTIVE-DATE
           ACCEPT WS-PARM-LINE FROM COMMAND-LINE
           IF FUNCTION TRIM(WS-PARM-LINE) NOT = SPACES
               UNSTRING FUNCTION TRIM(WS-PARM-LINE)
                   DELIMITED BY ALL SPACES
                   INTO WS-FEED-FILENAME WS-EFFECTIVE-DATE
           END-IF
           IF WS-FEED-FILENAME = SPACES
               MOVE "orders.seq" TO WS-FEED-FILENAME
           END-IF
      *> history is dated with the load date unless the feed is for
      *> some other business day, e.g. a rerun after midnight
           IF WS-EFFECTIVE-DATE NOT NUMERIC
               IF WS-EFFECTIVE-DATE NOT = SPACES
                   DISPLAY "Ignoring effective date "
                       FUNCTION TRIM(WS-EFFECTIVE-DATE)
                       " - not YYYYMMDD"
               END-IF
               MOVE WS-CURRENT-DATE(1:8) TO WS-EFFECTIVE-DATE
           END-IF

      *> the reject file sits next to its feed: .seq becomes .rej
           MOVE WS-FEED-FILENAME TO WS-REJECT-FILENAME
           COMPUTE WS-NAME-LEN = FUNCTION LENGTH(
               FUNCTION TRIM(WS-FEED-FILENAME TRAILING))
           IF WS-NAME-LEN > 4
                   AND WS-FEED-FILENAME(WS-NAME-LEN - 3:4) = ".seq"
               MOVE ".rej"
                   TO WS-REJECT-FILENAME(WS-NAME-LEN - 3:4)
           ELSE
               STRING
                   FUNCTION TRIM(WS-FEED-FILENAME) DELIMITED BY SIZE
                   ".rej" DELIMITED BY SIZE
                   INTO WS-REJECT-FILENAME
           END-IF

           CALL "getenv" USING BY REFERENCE "ORDLOAD_REJECT_LIMIT" X"00"
               RETURNING WS-ENV-PTR
           IF WS-ENV-PTR NOT EQUAL NULL
               SET ADDRESS OF WS-ENV-VALUE TO WS-ENV-PTR
               MOVE SPACES TO WS-ENV-STR
               UNSTRING WS-ENV-VALUE DELIMITED BY X"00"
                   INTO WS-ENV-STR
               IF FUNCTION TRIM(WS-ENV-STR) NOT = SPACES
                       AND FUNCTION TRIM(WS-ENV-STR) IS NUMERIC
                   MOVE FUNCTION NUMVAL(WS-ENV-STR) TO WS-REJECT-LIMIT
               END-IF
           END-IF

           OPEN INPUT ORDER-FEED-FILE
           IF WS-FEED-FILE-STATUS NOT = "00"
               DISPLAY "Cannot open feed "
                   FUNCTION TRIM(WS-FEED-FILENAME) ", status "
                   WS-FEED-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

      *> The master is rebuilt whole each run, never patched in
      *> place - and never in the file the web side is reading. A
      *> refresh that dies midway leaves a short orders.new behind,
      *> which the next run replaces entirely.
           OPEN OUTPUT ORDER-MASTER
           IF WS-ORDER-FILE-STATUS NOT = "00"
               DISPLAY "Cannot create orders.new, status "
                   WS-ORDER-FILE-STATUS
               CLOSE ORDER-FEED-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT REJECT-FILE
           IF WS-REJECT-FILE-STATUS NOT = "00"
               DISPLAY "Cannot create "
                   FUNCTION TRIM(WS-REJECT-FILENAME) ", status "
                   WS-REJECT-FILE-STATUS
               CLOSE ORDER-FEED-FILE
               CLOSE ORDER-MASTER
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

               END-READ
           END-PERFORM
           CLOSE ORDER-FEED-FILE
           CLOSE ORDER-MASTER
           CLOSE REJECT-FILE.

       LOAD-ORDER-RECORD.
           IF ORDER-FEED-RECORD = SPACES
               EXIT PARAGRAPH
           END-IF
      *> Nothing the fulfillment system counted comes after its
      *> trailer - a line that does means two feeds were run
      *> together, or the trailer was written early.
           IF WS-TRAILER-SEEN
               ADD 1 TO WS-AFTER-TRAILER-COUNT
               MOVE "line follows the trailer record"
                   TO WS-REJECT-TEXT
               PERFORM WRITE-REJECT-RECORD
               EXIT PARAGRAPH
           END-IF
           IF FEED-IS-TRAILER
               PERFORM TAKE-TRAILER-RECORD
               EXIT PARAGRAPH
           END-IF
      *> An order number is digits and nothing else - the same rule
      *> ORDERINQ applies to the number a customer types in, so every
      *> loaded key is reachable from the inquiry page.
           MOVE FUNCTION TRIM(FEED-ORDER-NUMBER) TO WS-ORDER-NUM-TRIM
           IF WS-ORDER-NUM-TRIM = SPACES
               ADD 1 TO WS-SKIPPED-COUNT
               MOVE "blank order number" TO WS-REJECT-TEXT
               PERFORM REJECT-ORDER-LINE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-ORDER-NUM-LEN = FUNCTION LENGTH(
               FUNCTION TRIM(WS-ORDER-NUM-TRIM TRAILING))
           IF WS-ORDER-NUM-TRIM(1:WS-ORDER-NUM-LEN) NOT NUMERIC
               ADD 1 TO WS-SKIPPED-COUNT
               MOVE "order number not numeric" TO WS-REJECT-TEXT
               PERFORM REJECT-ORDER-LINE
               EXIT PARAGRAPH
           END-IF
           IF FEED-TOTAL-AMOUNT NOT NUMERIC
               ADD 1 TO WS-SKIPPED-COUNT
               MOVE "total amount not numeric" TO WS-REJECT-TEXT
               PERFORM REJECT-ORDER-LINE
               EXIT PARAGRAPH
           END-IF

           WRITE ORDER-RECORD
               INVALID KEY
                   ADD 1 TO WS-DUPLICATE-COUNT
                   MOVE "duplicate order number" TO WS-REJECT-TEXT
                   PERFORM REJECT-ORDER-LINE
               NOT INVALID KEY
                   ADD 1 TO WS-LOADED-COUNT
                   ADD ORDER-TOTAL-AMOUNT TO WS-LOADED-AMOUNT
           END-WRITE.

       TAKE-TRAILER-RECORD.
           IF FEED-TRAILER-COUNT NOT NUMERIC
                   OR FEED-TRAILER-AMOUNT NOT NUMERIC
               MOVE "trailer count or amount not numeric"
                   TO WS-REJECT-TEXT
               PERFORM WRITE-REJECT-RECORD
               EXIT PARAGRAPH
           END-IF
           SET WS-TRAILER-SEEN TO TRUE
           MOVE FEED-TRAILER-COUNT TO WS-TRAILER-COUNT
           COMPUTE WS-TRAILER-AMOUNT =
               FUNCTION NUMVAL(FEED-TRAILER-AMOUNT) / 100.

       REJECT-ORDER-LINE.
      *> A rejected order line still counts against the trailer:
      *> the fulfillment system sent it, so its amount goes into the
      *> rejected total whenever the amount itself is readable.
           IF FEED-TOTAL-AMOUNT NUMERIC
               COMPUTE WS-LINE-AMOUNT =
                   FUNCTION NUMVAL(FEED-TOTAL-AMOUNT) / 100
               ADD WS-LINE-AMOUNT TO WS-REJECTED-AMOUNT
           END-IF
           PERFORM WRITE-REJECT-RECORD.

       WRITE-REJECT-RECORD.
           MOVE SPACES TO REJECT-RECORD
           MOVE WS-FEED-LINE-NO TO REJECT-LINE-NO
           MOVE WS-REJECT-TEXT TO REJECT-REASON
           MOVE ORDER-FEED-RECORD TO REJECT-FEED-LINE
           WRITE REJECT-RECORD
           DISPLAY "Rejecting feed line " WS-FEED-LINE-NO ": "
               FUNCTION TRIM(WS-REJECT-TEXT).

       PRINT-SUMMARY.
           COMPUTE WS-REJECTED-COUNT =
               WS-SKIPPED-COUNT + WS-DUPLICATE-COUNT
           DISPLAY "ORDER MASTER REFRESH FROM "
               FUNCTION TRIM(WS-FEED-FILENAME)
           MOVE WS-LOADED-COUNT TO WS-COUNT-DISPLAY
           MOVE WS-SKIPPED-COUNT TO WS-COUNT-DISPLAY
           DISPLAY "LINES SKIPPED  . . . . : " WS-COUNT-DISPLAY
           MOVE WS-DUPLICATE-COUNT TO WS-COUNT-DISPLAY
           DISPLAY "DUPLICATES SKIPPED . . : " WS-COUNT-DISPLAY
           MOVE WS-REJECT-LIMIT TO WS-COUNT-DISPLAY
           DISPLAY "REJECT TOLERANCE . . . : " WS-COUNT-DISPLAY
           MOVE WS-LOADED-AMOUNT TO WS-AMOUNT-DISPLAY
           DISPLAY "AMOUNT LOADED  . . . . : " WS-AMOUNT-DISPLAY
           MOVE WS-REJECTED-AMOUNT TO WS-AMOUNT-DISPLAY
           DISPLAY "AMOUNT REJECTED  . . . : " WS-AMOUNT-DISPLAY
           IF WS-TRAILER-SEEN
               MOVE WS-TRAILER-COUNT TO WS-COUNT-DISPLAY
               DISPLAY "TRAILER RECORD COUNT . : " WS-COUNT-DISPLAY
               MOVE WS-TRAILER-AMOUNT TO WS-AMOUNT-DISPLAY
               DISPLAY "TRAILER AMOUNT . . . . : " WS-AMOUNT-DISPLAY
           ELSE
               DISPLAY "TRAILER RECORD . . . . : MISSING"
           END-IF
           DISPLAY "REJECTS WRITTEN TO . . : "
               FUNCTION TRIM(WS-REJECT-FILENAME).

       RECONCILE-LOAD.
      *> Every order line the fulfillment system counted must be
      *> accounted for - loaded or rejected - and the amounts must
      *> add up the same way. Each check that fails is reported, so
      *> the morning shift sees everything wrong with the feed at
      *> once rather than one problem per rerun.
           SET WS-LOAD-BALANCED TO TRUE
           IF NOT WS-TRAILER-SEEN
               DISPLAY "OUT OF BALANCE: no trailer record - "
                   "feed is truncated or incomplete"
               MOVE 'N' TO WS-LOAD-BALANCED-SW
               EXIT PARAGRAPH
           END-IF
           IF WS-LOADED-COUNT + WS-REJECTED-COUNT
                   NOT = WS-TRAILER-COUNT
               DISPLAY "OUT OF BALANCE: loaded plus rejected lines "
                   "do not match the trailer count"
               MOVE 'N' TO WS-LOAD-BALANCED-SW
           END-IF
           IF WS-LOADED-AMOUNT + WS-REJECTED-AMOUNT
                   NOT = WS-TRAILER-AMOUNT
               DISPLAY "OUT OF BALANCE: loaded plus rejected amounts "
                   "do not match the trailer amount"
               MOVE 'N' TO WS-LOAD-BALANCED-SW
           END-IF
           IF WS-AFTER-TRAILER-COUNT > 0
               DISPLAY "OUT OF BALANCE: lines found after the "
                   "trailer record"
               MOVE 'N' TO WS-LOAD-BALANCED-SW
           END-IF
           IF WS-REJECTED-COUNT > WS-REJECT-LIMIT
               DISPLAY "OVER TOLERANCE: skipped and duplicate lines "
                   "exceed the reject limit"
               MOVE 'N' TO WS-LOAD-BALANCED-SW
           END-IF
      *> a balanced but empty feed would still empty the inquiry
      *> page for every customer - never swap that in
           IF WS-LOADED-COUNT = 0
               DISPLAY "OUT OF BALANCE: no orders loaded"
               MOVE 'N' TO WS-LOAD-BALANCED-SW
           END-IF.

       RECORD-ORDER-HISTORY.
      *> Runs only once the new master is live in orders.dat, so the
      *> history never records a change from a feed that was not
      *> swapped in. A rerun for the same date rewrites that date's
      *> records rather than duplicating them. Losing the history is
      *> not worth undoing a good load over - the new master stays
      *> in service, with a warning return code.
           OPEN I-O ORDER-HISTORY
           IF WS-HIST-FILE-STATUS = "35"
               OPEN OUTPUT ORDER-HISTORY
               CLOSE ORDER-HISTORY
               OPEN I-O ORDER-HISTORY
           END-IF
           IF WS-HIST-FILE-STATUS NOT = "00"
               DISPLAY "Cannot open ordhist.dat, status "
                   WS-HIST-FILE-STATUS " - order history not updated"
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

      *> No orders.dat before the swap means a first load - every
      *> order is new. A previous master the swap could not keep,
      *> or cannot be read back (a master built with different
      *> keys, say), would make every order look new, so the
      *> night's history is skipped instead.
           MOVE 'N' TO WS-PRIOR-OPEN-SW
           IF WS-PRIOR-EXISTED
               IF NOT WS-PRIOR-KEPT
                   DISPLAY "Previous master not kept as orders.prv"
                       " - order history not updated"
                   MOVE 4 TO RETURN-CODE
                   CLOSE ORDER-HISTORY
                   EXIT PARAGRAPH
               END-IF
               OPEN INPUT PRIOR-ORDER-MASTER
               IF WS-PRIOR-FILE-STATUS NOT = "00"
                   DISPLAY "Cannot read previous orders.prv, status "
                       WS-PRIOR-FILE-STATUS
                       " - order history not updated"
                   MOVE 4 TO RETURN-CODE
                   CLOSE ORDER-HISTORY
                   EXIT PARAGRAPH
               END-IF
               SET WS-PRIOR-OPEN TO TRUE
           END-IF

           MOVE "orders.dat" TO WS-MASTER-FILENAME
           OPEN INPUT ORDER-MASTER
           IF WS-ORDER-FILE-STATUS NOT = "00"
               DISPLAY "Cannot reopen orders.dat, status "
                   WS-ORDER-FILE-STATUS " - order history not updated"
               MOVE 4 TO RETURN-CODE
               CLOSE ORDER-HISTORY
               IF WS-PRIOR-OPEN
                   CLOSE PRIOR-ORDER-MASTER
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-MASTER-EOF-SW
           PERFORM UNTIL WS-MASTER-EOF
               READ ORDER-MASTER NEXT RECORD
                   AT END
                       SET WS-MASTER-EOF TO TRUE
                   NOT AT END
                       PERFORM COMPARE-WITH-PRIOR-ORDER
               END-READ
           END-PERFORM

           CLOSE ORDER-MASTER
           CLOSE ORDER-HISTORY
           IF WS-PRIOR-OPEN
               CLOSE PRIOR-ORDER-MASTER
           END-IF
           MOVE WS-HISTORY-COUNT TO WS-COUNT-DISPLAY
           DISPLAY "HISTORY RECORDS WRITTEN: " WS-COUNT-DISPLAY.

       COMPARE-WITH-PRIOR-ORDER.
           MOVE 'N' TO WS-PRIOR-FOUND-SW
           IF WS-PRIOR-OPEN
               MOVE ORDER-NUMBER TO PRIOR-ORDER-NUMBER
               READ PRIOR-ORDER-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-PRIOR-FOUND TO TRUE
               END-READ
           END-IF

           MOVE SPACES TO HIST-RECORD
           MOVE ORDER-NUMBER TO HIST-ORDER-NUMBER
           MOVE WS-EFFECTIVE-DATE TO HIST-EFFECTIVE-DATE
           MOVE ORDER-STATUS-CODE TO HIST-STATUS-CODE
           MOVE ORDER-SHIP-DATE TO HIST-SHIP-DATE
           MOVE ORDER-CARRIER TO HIST-CARRIER
           MOVE WS-CURRENT-DATE(9:6) TO HIST-LOAD-TIME
           MOVE 'N' TO HIST-STATUS-CHANGED-SW HIST-SHIP-CHANGED-SW
               HIST-CARRIER-CHANGED-SW
           IF WS-PRIOR-FOUND
               MOVE PRIOR-STATUS-CODE TO HIST-PRIOR-STATUS-CODE
               IF PRIOR-STATUS-CODE NOT = ORDER-STATUS-CODE
                   SET HIST-STATUS-CHANGED TO TRUE
               END-IF
               IF PRIOR-SHIP-DATE NOT = ORDER-SHIP-DATE
                   SET HIST-SHIP-CHANGED TO TRUE
               END-IF
               IF PRIOR-CARRIER NOT = ORDER-CARRIER
                   SET HIST-CARRIER-CHANGED TO TRUE
               END-IF
               IF NOT HIST-STATUS-CHANGED
                       AND NOT HIST-SHIP-CHANGED
                       AND NOT HIST-CARRIER-CHANGED
                   EXIT PARAGRAPH
               END-IF
           ELSE
               SET HIST-STATUS-CHANGED TO TRUE
               IF ORDER-SHIP-DATE NOT = SPACES
                   SET HIST-SHIP-CHANGED TO TRUE
               END-IF
               IF ORDER-CARRIER NOT = SPACES
                   SET HIST-CARRIER-CHANGED TO TRUE
               END-IF
           END-IF

           WRITE HIST-RECORD
               INVALID KEY
                   REWRITE HIST-RECORD
                       INVALID KEY
                           DISPLAY "Cannot record history for order "
                               FUNCTION TRIM(ORDER-NUMBER) ", status "
                               WS-HIST-FILE-STATUS
                       NOT INVALID KEY
                           ADD 1 TO WS-HISTORY-COUNT
                   END-REWRITE
               NOT INVALID KEY
                   ADD 1 TO WS-HISTORY-COUNT
           END-WRITE.

       SWAP-IN-NEW-MASTER.
      *> Last night's master is kept as orders.prv, then orders.new
      *> is renamed over orders.dat - a rename replaces the live
      *> file in one step, so ORDERINQ sees either the old master or
      *> the new one whole, never a part-built file. Some indexed
      *> file handlers keep a master as more than one physical file
      *> (data plus .idx), so every piece that exists is moved.
           MOVE 'N' TO WS-SWAP-FAILED-SW
           MOVE SPACES TO WS-SWAP-SUFFIX
           PERFORM SWAP-MASTER-PIECE
           MOVE ".idx" TO WS-SWAP-SUFFIX
           PERFORM SWAP-MASTER-PIECE
           MOVE ".dat" TO WS-SWAP-SUFFIX
           PERFORM SWAP-MASTER-PIECE
           IF WS-SWAP-FAILED
               MOVE 12 TO RETURN-CODE
           ELSE
               DISPLAY "LOAD BALANCED - orders.dat replaced"
           END-IF.

       SWAP-MASTER-PIECE.
           MOVE SPACES TO WS-SWAP-FROM WS-SWAP-TO
           STRING
               "orders.new" DELIMITED BY SIZE
               WS-SWAP-SUFFIX DELIMITED BY SPACE
               INTO WS-SWAP-FROM
           CALL "CBL_CHECK_FILE_EXIST" USING WS-SWAP-FROM
                                             WS-SWAP-EXISTS-INFO
               RETURNING WS-RESULT
           IF WS-RESULT NOT = 0
               EXIT PARAGRAPH
           END-IF

           STRING
               "orders.dat" DELIMITED BY SIZE
               WS-SWAP-SUFFIX DELIMITED BY SPACE
               INTO WS-SWAP-TO
           CALL "CBL_CHECK_FILE_EXIST" USING WS-SWAP-TO
                                             WS-SWAP-EXISTS-INFO
               RETURNING WS-RESULT
           IF WS-RESULT = 0
               SET WS-PRIOR-EXISTED TO TRUE
               MOVE SPACES TO WS-SWAP-FROM
               STRING
                   "orders.prv" DELIMITED BY SIZE
                   WS-SWAP-SUFFIX DELIMITED BY SPACE
                   INTO WS-SWAP-FROM
               CALL "CBL_COPY_FILE" USING WS-SWAP-TO WS-SWAP-FROM
                   RETURNING WS-RESULT
               IF WS-RESULT NOT = 0
                   DISPLAY "Could not keep previous master as "
                       FUNCTION TRIM(WS-SWAP-FROM)
                   MOVE 'N' TO WS-PRIOR-KEPT-SW
               END-IF
               MOVE SPACES TO WS-SWAP-FROM
               STRING
                   "orders.new" DELIMITED BY SIZE
                   WS-SWAP-SUFFIX DELIMITED BY SPACE
                   INTO WS-SWAP-FROM
           END-IF

           MOVE SPACES TO WS-SWAP-FROM-Z WS-SWAP-TO-Z
           STRING FUNCTION TRIM(WS-SWAP-FROM) X"00"
               DELIMITED BY SIZE INTO WS-SWAP-FROM-Z
           STRING FUNCTION TRIM(WS-SWAP-TO) X"00"
               DELIMITED BY SIZE INTO WS-SWAP-TO-Z
           CALL "rename" USING BY REFERENCE WS-SWAP-FROM-Z
                               BY REFERENCE WS-SWAP-TO-Z
               RETURNING WS-RESULT
           IF WS-RESULT NOT = 0
               DISPLAY "Failed to rename "
                   FUNCTION TRIM(WS-SWAP-FROM) " to "
                   FUNCTION TRIM(WS-SWAP-TO)
               SET WS-SWAP-FAILED TO TRUE
           END-IF.

       END PROGRAM ORDER-LOAD.
