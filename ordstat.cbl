       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDER-STATUS-REPORT.
      *> Daily order status-change report for customer service, run
      *> after ORDER-LOAD has swapped in the evening's master. Works
      *> from the order history ORDER-LOAD keeps in ordhist.dat:
      *> orders that moved into backorder (BO) or cancelled (CN) on
      *> the report date, and orders that have sat in process (IP)
      *> longer than ORDSTAT_IP_DAYS days (default 5) as of that date.
      *> The report date comes from the command line as YYYYMMDD;
      *> with no argument it is today, the date ORDER-LOAD stamps on
      *> the history by default.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDER-MASTER ASSIGN TO "orders.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORDER-NUMBER
               ALTERNATE RECORD KEY IS ORDER-CUST-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-ORDER-FILE-STATUS.
           SELECT ORDER-HISTORY ASSIGN TO "ordhist.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HIST-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *> Master layout also lives in ordload.cbl and
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
      *> History layout also lives in ordload.cbl and
      *> apps/orderinq.cbl - keep the three in step.
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
       01 WS-ORDER-FILE-STATUS PIC X(2).
       01 WS-HIST-FILE-STATUS PIC X(2).
       01 WS-ORDER-EOF-SW PIC X(1) VALUE 'N'.
           88 WS-ORDER-EOF VALUE 'Y'.
       01 WS-HIST-EOF-SW PIC X(1) VALUE 'N'.
           88 WS-HIST-EOF VALUE 'Y'.
       01 WS-HIST-OPEN-SW PIC X(1) VALUE 'N'.
           88 WS-HIST-OPEN VALUE 'Y'.
       01 WS-REPORT-DATE PIC X(21).
       01 WS-PARM-LINE PIC X(64).
       01 WS-STATUS-DATE PIC X(8).
       01 WS-STATUS-DATE-INT PIC 9(8) COMP.
       01 WS-IP-SINCE-DATE PIC X(8).
       01 WS-IP-SINCE-INT PIC 9(8) COMP.
       01 WS-IP-DAYS PIC 9(8) COMP.
      *> Days an order may sit in IP before it is listed -
      *> ORDSTAT_IP_DAYS in the environment overrides it.
       01 WS-IP-LIMIT PIC 9(4) VALUE 5.
       01 WS-ENV-PTR USAGE POINTER.
       01 WS-ENV-VALUE PIC X(16) BASED.
       01 WS-ENV-STR PIC X(16).
       01 WS-MOVED-BO-COUNT PIC 9(8) COMP VALUE 0.
       01 WS-MOVED-CN-COUNT PIC 9(8) COMP VALUE 0.
       01 WS-IP-TOTAL-COUNT PIC 9(8) COMP VALUE 0.
       01 WS-IP-LATE-COUNT PIC 9(8) COMP VALUE 0.
       01 WS-CUST-NAME PIC X(40).
       01 WS-COUNT-DISPLAY PIC Z(7)9.
       01 WS-DAYS-DISPLAY PIC Z(4)9.
       01 WS-ORDER-DISPLAY PIC X(16).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-REPORT
           PERFORM PRINT-REPORT-HEADING
           PERFORM LIST-STATUS-MOVES
           PERFORM LIST-LONG-IN-PROCESS
           PERFORM PRINT-SUMMARY
           CLOSE ORDER-MASTER
           IF WS-HIST-OPEN
               CLOSE ORDER-HISTORY
           END-IF
           STOP RUN.

       INITIALIZE-REPORT.
           MOVE FUNCTION CURRENT-DATE TO WS-REPORT-DATE
           MOVE SPACES TO WS-PARM-LINE
           ACCEPT WS-PARM-LINE FROM COMMAND-LINE
           IF FUNCTION TRIM(WS-PARM-LINE) NOT = SPACES
               MOVE FUNCTION TRIM(WS-PARM-LINE) TO WS-STATUS-DATE
               IF WS-STATUS-DATE NOT NUMERIC
                   DISPLAY "Report date must be YYYYMMDD, got "
                       FUNCTION TRIM(WS-PARM-LINE)
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               MOVE WS-REPORT-DATE(1:8) TO WS-STATUS-DATE
           END-IF
           COMPUTE WS-STATUS-DATE-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-STATUS-DATE))

           CALL "getenv" USING BY REFERENCE "ORDSTAT_IP_DAYS" X"00"
               RETURNING WS-ENV-PTR
           IF WS-ENV-PTR NOT EQUAL NULL
               SET ADDRESS OF WS-ENV-VALUE TO WS-ENV-PTR
               MOVE SPACES TO WS-ENV-STR
               UNSTRING WS-ENV-VALUE DELIMITED BY X"00"
                   INTO WS-ENV-STR
               IF FUNCTION TRIM(WS-ENV-STR) NOT = SPACES
                       AND FUNCTION NUMVAL(WS-ENV-STR) > 0
                   MOVE FUNCTION NUMVAL(WS-ENV-STR) TO WS-IP-LIMIT
               END-IF
           END-IF

           OPEN INPUT ORDER-MASTER
           IF WS-ORDER-FILE-STATUS NOT = "00"
               DISPLAY "Cannot open orders.dat, status "
                   WS-ORDER-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
      *> before the first history-keeping load there is no history
      *> file - the IP check still runs, from each order's own date
           OPEN INPUT ORDER-HISTORY
           IF WS-HIST-FILE-STATUS = "00"
               SET WS-HIST-OPEN TO TRUE
           ELSE
               DISPLAY "No order history (ordhist.dat status "
                   WS-HIST-FILE-STATUS ") - status moves not listed"
           END-IF.

       PRINT-REPORT-HEADING.
           DISPLAY "=================================================="
           DISPLAY "ORDER STATUS CHANGES        RUN "
               WS-REPORT-DATE(1:4) "-" WS-REPORT-DATE(5:2) "-"
               WS-REPORT-DATE(7:2) " " WS-REPORT-DATE(9:2) ":"
               WS-REPORT-DATE(11:2)
           DISPLAY "=================================================="
           DISPLAY "STATUS DATE  . . . . . : "
               WS-STATUS-DATE(1:4) "-" WS-STATUS-DATE(5:2) "-"
               WS-STATUS-DATE(7:2)
           MOVE WS-IP-LIMIT TO WS-DAYS-DISPLAY
           DISPLAY "IN-PROCESS LIMIT (DAYS): " WS-DAYS-DISPLAY.

       LIST-STATUS-MOVES.
      *> The history is keyed by order then date, so one pass over
      *> the whole file picks out the day's moves; the customer name
      *> comes from the master the move was loaded into.
           DISPLAY " "
           DISPLAY "ORDERS MOVED INTO BACKORDER OR CANCELLED"
           DISPLAY "----------------------------------------"
           DISPLAY "  ORDER            FROM  TO  CUSTOMER"
           IF NOT WS-HIST-OPEN
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-HIST-EOF-SW
           PERFORM UNTIL WS-HIST-EOF
               READ ORDER-HISTORY NEXT RECORD
                   AT END
                       SET WS-HIST-EOF TO TRUE
                   NOT AT END
                       IF HIST-EFFECTIVE-DATE = WS-STATUS-DATE
                               AND HIST-STATUS-CHANGED
                               AND (HIST-STATUS-CODE = "BO"
                                   OR HIST-STATUS-CODE = "CN")
                           PERFORM PRINT-STATUS-MOVE
                       END-IF
               END-READ
           END-PERFORM.

       PRINT-STATUS-MOVE.
           IF HIST-STATUS-CODE = "BO"
               ADD 1 TO WS-MOVED-BO-COUNT
           ELSE
               ADD 1 TO WS-MOVED-CN-COUNT
           END-IF
           MOVE SPACES TO WS-CUST-NAME
           MOVE HIST-ORDER-NUMBER TO ORDER-NUMBER
           READ ORDER-MASTER
               INVALID KEY
                   MOVE "(not on current master)" TO WS-CUST-NAME
               NOT INVALID KEY
                   MOVE ORDER-CUST-NAME TO WS-CUST-NAME
           END-READ
           MOVE HIST-ORDER-NUMBER TO WS-ORDER-DISPLAY
           IF HIST-PRIOR-STATUS-CODE = SPACES
               DISPLAY "  " WS-ORDER-DISPLAY " new   "
                   HIST-STATUS-CODE "  " FUNCTION TRIM(WS-CUST-NAME)
           ELSE
               DISPLAY "  " WS-ORDER-DISPLAY " "
                   HIST-PRIOR-STATUS-CODE "    " HIST-STATUS-CODE
                   "  " FUNCTION TRIM(WS-CUST-NAME)
           END-IF.

       LIST-LONG-IN-PROCESS.
           DISPLAY " "
           DISPLAY "ORDERS IN PROCESS OVER THE LIMIT"
           DISPLAY "--------------------------------"
           DISPLAY "  ORDER            IP SINCE    DAYS  CUSTOMER"
           MOVE LOW-VALUES TO ORDER-NUMBER
           START ORDER-MASTER KEY IS NOT LESS THAN ORDER-NUMBER
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           MOVE 'N' TO WS-ORDER-EOF-SW
           PERFORM UNTIL WS-ORDER-EOF
               READ ORDER-MASTER NEXT RECORD
                   AT END
                       SET WS-ORDER-EOF TO TRUE
                   NOT AT END
                       IF ORDER-STATUS-CODE = "IP"
                           PERFORM CHECK-IN-PROCESS-AGE
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-IN-PROCESS-AGE.
      *> An order went into IP on the latest history date that shows
      *> a status change to IP on or before the report date. An order
      *> loaded before the history was kept has no such record; its
      *> order date is the best we know.
           ADD 1 TO WS-IP-TOTAL-COUNT
           MOVE ORDER-DATE TO WS-IP-SINCE-DATE
           IF WS-HIST-OPEN
               PERFORM FIND-IP-SINCE-DATE
           END-IF
           IF WS-IP-SINCE-DATE NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-IP-SINCE-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-IP-SINCE-DATE))
           IF WS-IP-SINCE-INT >= WS-STATUS-DATE-INT
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-IP-DAYS = WS-STATUS-DATE-INT - WS-IP-SINCE-INT
           IF WS-IP-DAYS <= WS-IP-LIMIT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-IP-LATE-COUNT
           MOVE ORDER-NUMBER TO WS-ORDER-DISPLAY
           MOVE ORDER-CUST-NAME TO WS-CUST-NAME
           MOVE WS-IP-DAYS TO WS-DAYS-DISPLAY
           DISPLAY "  " WS-ORDER-DISPLAY " "
               WS-IP-SINCE-DATE(1:4) "-" WS-IP-SINCE-DATE(5:2) "-"
               WS-IP-SINCE-DATE(7:2) " " WS-DAYS-DISPLAY "  "
               FUNCTION TRIM(WS-CUST-NAME).

       FIND-IP-SINCE-DATE.
           MOVE ORDER-NUMBER TO HIST-ORDER-NUMBER
           MOVE SPACES TO HIST-EFFECTIVE-DATE
           START ORDER-HISTORY KEY IS NOT LESS THAN HIST-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           MOVE 'N' TO WS-HIST-EOF-SW
           PERFORM UNTIL WS-HIST-EOF
               READ ORDER-HISTORY NEXT RECORD
                   AT END
                       SET WS-HIST-EOF TO TRUE
                   NOT AT END
                       IF HIST-ORDER-NUMBER NOT = ORDER-NUMBER
                               OR HIST-EFFECTIVE-DATE > WS-STATUS-DATE
                           SET WS-HIST-EOF TO TRUE
                       ELSE
                           IF HIST-STATUS-CHANGED
                                   AND HIST-STATUS-CODE = "IP"
                               MOVE HIST-EFFECTIVE-DATE
                                   TO WS-IP-SINCE-DATE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       PRINT-SUMMARY.
           DISPLAY " "
           MOVE WS-MOVED-BO-COUNT TO WS-COUNT-DISPLAY
           DISPLAY "MOVED INTO BACKORDER . : " WS-COUNT-DISPLAY
           MOVE WS-MOVED-CN-COUNT TO WS-COUNT-DISPLAY
           DISPLAY "MOVED INTO CANCELLED . : " WS-COUNT-DISPLAY
           MOVE WS-IP-TOTAL-COUNT TO WS-COUNT-DISPLAY
           DISPLAY "ORDERS IN PROCESS  . . : " WS-COUNT-DISPLAY
           MOVE WS-IP-LATE-COUNT TO WS-COUNT-DISPLAY
           DISPLAY "IN PROCESS OVER LIMIT  : " WS-COUNT-DISPLAY.

       END PROGRAM ORDER-STATUS-REPORT.
