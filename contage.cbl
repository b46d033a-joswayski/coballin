       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTACT-AGING.
      *> Weekly response-time report for management over
      *> CONTACT-MASTER. Every contact still waiting on an answer -
      *> new, handed off, or escalated - is aged from the day it came
      *> in (CONTACT-DATE) to the report date and counted in the
      *> 0-1, 2-3, 4-7 and 8+ day buckets. Our promise is an answer
      *> within two business days, so each open contact already past
      *> it is listed by name, and the week's answered contacts are
      *> checked against the same promise.
      *> The report date comes from the command line as YYYYMMDD;
      *> with no argument it is today.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTACT-MASTER ASSIGN TO "contact.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONTACT-SEQ
               FILE STATUS IS WS-CONTACT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
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
               88 CONTACT-IS-NEW VALUE 'N' SPACE.
               88 CONTACT-EXTRACTED VALUE 'X'.
               88 CONTACT-ESCALATED VALUE 'E'.
               88 CONTACT-ANSWERED VALUE 'A'.
               88 CONTACT-SPAM VALUE 'S'.
               88 CONTACT-CLOSED VALUE 'C'.
               88 CONTACT-OPEN VALUE 'N' SPACE 'X' 'E'.
           05 CONTACT-EXTRACT-DATE PIC X(8).
           05 CONTACT-ESCALATED-DATE PIC X(8).
           05 CONTACT-ANSWERED-DATE PIC X(8).
           05 CONTACT-CLOSED-DATE PIC X(8).
           05 CONTACT-AGENT-ID PIC X(8).
       WORKING-STORAGE SECTION.
       01 WS-CONTACT-FILE-STATUS PIC X(2).
       01 WS-MASTER-EOF-SW PIC X(1) VALUE 'N'.
           88 WS-MASTER-EOF VALUE 'Y'.
       01 WS-REPORT-STAMP PIC X(21).
       01 WS-REPORT-DATE PIC X(8).
       01 WS-REPORT-INT PIC 9(8) COMP.
       01 WS-PARM-LINE PIC X(64).
       01 WS-CONTACT-INT PIC 9(8) COMP.
       01 WS-ANSWERED-INT PIC 9(8) COMP.
       01 WS-AGE-DAYS PIC 9(8) COMP.
      *> business days the promise allows before a contact is late
       01 WS-PROMISE-DAYS PIC 9(4) COMP VALUE 2.
      *> Business days (Monday to Friday) after WS-BD-FROM-INT up to
      *> and including WS-BD-TO-INT. INTEGER-OF-DATE day 1 was a
      *> Monday, so MOD(day - 1, 7) gives 0 for Monday to 6 for
      *> Sunday.
       01 WS-BD-FROM-INT PIC 9(8) COMP.
       01 WS-BD-TO-INT PIC 9(8) COMP.
       01 WS-BD-COUNT PIC 9(8) COMP.
       01 WS-BD-DAYS PIC 9(8) COMP.
       01 WS-BD-WEEKS PIC 9(8) COMP.
       01 WS-BD-REST PIC 9(4) COMP.
       01 WS-BD-DAY PIC 9(8) COMP.
       01 WS-BD-WEEKDAY PIC 9(1).
      *> rows 1-4 are the age buckets, columns 1-3 the open states
      *> (awaiting handoff, with back office, escalated)
       01 WS-BUCKET-TABLE.
           05 WS-BUCKET-ROW OCCURS 4 TIMES.
               10 WS-BUCKET-COUNT OCCURS 3 TIMES PIC 9(8) COMP.
       01 WS-BUCKET-IDX PIC 9(4) COMP.
       01 WS-STATE-IDX PIC 9(4) COMP.
       01 WS-BUCKET-LABEL-VALUES.
           05 FILLER PIC X(10) VALUE "0-1 DAYS  ".
           05 FILLER PIC X(10) VALUE "2-3 DAYS  ".
           05 FILLER PIC X(10) VALUE "4-7 DAYS  ".
           05 FILLER PIC X(10) VALUE "8+ DAYS   ".
       01 WS-BUCKET-LABELS REDEFINES WS-BUCKET-LABEL-VALUES.
           05 WS-BUCKET-LABEL OCCURS 4 TIMES PIC X(10).
       01 WS-BUCKET-TOTAL PIC 9(8) COMP.
       01 WS-OPEN-COUNT PIC 9(8) COMP VALUE 0.
       01 WS-LATE-COUNT PIC 9(8) COMP VALUE 0.
       01 WS-UNDATED-COUNT PIC 9(8) COMP VALUE 0.
       01 WS-ANSWERED-WEEK-COUNT PIC 9(8) COMP VALUE 0.
       01 WS-ANSWERED-ONTIME-COUNT PIC 9(8) COMP VALUE 0.
       01 WS-STATE-TEXT PIC X(16).
       01 WS-CUST-NAME PIC X(40).
       01 WS-COUNT-DISPLAY PIC Z(7)9.
       01 WS-COL1-DISPLAY PIC Z(7)9.
       01 WS-COL2-DISPLAY PIC Z(7)9.
       01 WS-COL3-DISPLAY PIC Z(7)9.
       01 WS-DAYS-DISPLAY PIC Z(4)9.
       01 WS-BDAYS-DISPLAY PIC Z(4)9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-REPORT
           PERFORM PRINT-REPORT-HEADING
           PERFORM AGE-CONTACTS
           PERFORM PRINT-BUCKETS
           PERFORM PRINT-SUMMARY
           STOP RUN.

       INITIALIZE-REPORT.
           MOVE FUNCTION CURRENT-DATE TO WS-REPORT-STAMP
           MOVE SPACES TO WS-PARM-LINE
           ACCEPT WS-PARM-LINE FROM COMMAND-LINE
           IF FUNCTION TRIM(WS-PARM-LINE) NOT = SPACES
               MOVE FUNCTION TRIM(WS-PARM-LINE) TO WS-REPORT-DATE
               IF WS-REPORT-DATE NOT NUMERIC
                   DISPLAY "Report date must be YYYYMMDD, got "
                       FUNCTION TRIM(WS-PARM-LINE)
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               MOVE WS-REPORT-STAMP(1:8) TO WS-REPORT-DATE
           END-IF
           COMPUTE WS-REPORT-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-REPORT-DATE))
           PERFORM VARYING WS-BUCKET-IDX FROM 1 BY 1
                   UNTIL WS-BUCKET-IDX > 4
               PERFORM VARYING WS-STATE-IDX FROM 1 BY 1
                       UNTIL WS-STATE-IDX > 3
                   MOVE 0 TO WS-BUCKET-COUNT(WS-BUCKET-IDX,
                       WS-STATE-IDX)
               END-PERFORM
           END-PERFORM

           OPEN INPUT CONTACT-MASTER
           IF WS-CONTACT-FILE-STATUS NOT = "00"
               DISPLAY "Cannot open contact.dat, status "
                   WS-CONTACT-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       PRINT-REPORT-HEADING.
           DISPLAY "=================================================="
           DISPLAY "CONTACT RESPONSE AGING      RUN "
               WS-REPORT-STAMP(1:4) "-" WS-REPORT-STAMP(5:2) "-"
               WS-REPORT-STAMP(7:2) " " WS-REPORT-STAMP(9:2) ":"
               WS-REPORT-STAMP(11:2)
           DISPLAY "=================================================="
           DISPLAY "AGED AS OF . . . . . . : "
               WS-REPORT-DATE(1:4) "-" WS-REPORT-DATE(5:2) "-"
               WS-REPORT-DATE(7:2)
           DISPLAY " "
           DISPLAY "OPEN CONTACTS PAST THE TWO-BUSINESS-DAY PROMISE"
           DISPLAY "-----------------------------------------------"
           DISPLAY "  SEQ      RECEIVED    DAYS  BUS.DAYS STATE"
               "            CUSTOMER".

       AGE-CONTACTS.
           MOVE 0 TO CONTACT-SEQ
           START CONTACT-MASTER KEY IS GREATER THAN CONTACT-SEQ
               INVALID KEY
                   SET WS-MASTER-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-MASTER-EOF
               READ CONTACT-MASTER NEXT RECORD
                   AT END
                       SET WS-MASTER-EOF TO TRUE
                   NOT AT END
                       PERFORM AGE-ONE-CONTACT
               END-READ
           END-PERFORM
           CLOSE CONTACT-MASTER.

       AGE-ONE-CONTACT.
           IF CONTACT-DATE NOT NUMERIC
               ADD 1 TO WS-UNDATED-COUNT
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CONTACT-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(CONTACT-DATE))
      *> a contact from after the report date did not exist yet
           IF WS-CONTACT-INT > WS-REPORT-INT
               EXIT PARAGRAPH
           END-IF
           IF CONTACT-ANSWERED-DATE NUMERIC
               PERFORM CHECK-WEEK-ANSWER
           END-IF
           IF NOT CONTACT-OPEN
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-OPEN-COUNT
           COMPUTE WS-AGE-DAYS = WS-REPORT-INT - WS-CONTACT-INT
           EVALUATE TRUE
               WHEN WS-AGE-DAYS <= 1
                   MOVE 1 TO WS-BUCKET-IDX
               WHEN WS-AGE-DAYS <= 3
                   MOVE 2 TO WS-BUCKET-IDX
               WHEN WS-AGE-DAYS <= 7
                   MOVE 3 TO WS-BUCKET-IDX
               WHEN OTHER
                   MOVE 4 TO WS-BUCKET-IDX
           END-EVALUATE
           EVALUATE TRUE
               WHEN CONTACT-IS-NEW
                   MOVE 1 TO WS-STATE-IDX
                   MOVE "awaiting handoff" TO WS-STATE-TEXT
               WHEN CONTACT-EXTRACTED
                   MOVE 2 TO WS-STATE-IDX
                   MOVE "with back office" TO WS-STATE-TEXT
               WHEN OTHER
                   MOVE 3 TO WS-STATE-IDX
                   MOVE "escalated" TO WS-STATE-TEXT
           END-EVALUATE
           ADD 1 TO WS-BUCKET-COUNT(WS-BUCKET-IDX, WS-STATE-IDX)

           MOVE WS-CONTACT-INT TO WS-BD-FROM-INT
           MOVE WS-REPORT-INT TO WS-BD-TO-INT
           PERFORM COUNT-BUSINESS-DAYS
           IF WS-BD-COUNT > WS-PROMISE-DAYS
               ADD 1 TO WS-LATE-COUNT
               MOVE WS-AGE-DAYS TO WS-DAYS-DISPLAY
               MOVE WS-BD-COUNT TO WS-BDAYS-DISPLAY
               MOVE CONTACT-NAME TO WS-CUST-NAME
               DISPLAY "  " CONTACT-SEQ " "
                   CONTACT-DATE(1:4) "-" CONTACT-DATE(5:2) "-"
                   CONTACT-DATE(7:2) " " WS-DAYS-DISPLAY "    "
                   WS-BDAYS-DISPLAY " " WS-STATE-TEXT " "
                   FUNCTION TRIM(WS-CUST-NAME)
           END-IF.

       CHECK-WEEK-ANSWER.
      *> answered within the seven days ending on the report date -
      *> and was that inside the promise?
           COMPUTE WS-ANSWERED-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(CONTACT-ANSWERED-DATE))
           IF WS-ANSWERED-INT > WS-REPORT-INT
                   OR WS-ANSWERED-INT + 7 <= WS-REPORT-INT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ANSWERED-WEEK-COUNT
           MOVE WS-CONTACT-INT TO WS-BD-FROM-INT
           MOVE WS-ANSWERED-INT TO WS-BD-TO-INT
           PERFORM COUNT-BUSINESS-DAYS
           IF WS-BD-COUNT <= WS-PROMISE-DAYS
               ADD 1 TO WS-ANSWERED-ONTIME-COUNT
           END-IF.

       COUNT-BUSINESS-DAYS.
      *> whole weeks hold five business days each; the odd days left
      *> over are checked one at a time
           MOVE 0 TO WS-BD-COUNT
           IF WS-BD-TO-INT <= WS-BD-FROM-INT
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-BD-DAYS = WS-BD-TO-INT - WS-BD-FROM-INT
           DIVIDE WS-BD-DAYS BY 7 GIVING WS-BD-WEEKS
               REMAINDER WS-BD-REST
           COMPUTE WS-BD-COUNT = WS-BD-WEEKS * 5
           COMPUTE WS-BD-DAY = WS-BD-FROM-INT + WS-BD-WEEKS * 7
           PERFORM WS-BD-REST TIMES
               ADD 1 TO WS-BD-DAY
               COMPUTE WS-BD-WEEKDAY = FUNCTION MOD(WS-BD-DAY - 1, 7)
               IF WS-BD-WEEKDAY < 5
                   ADD 1 TO WS-BD-COUNT
               END-IF
           END-PERFORM.

       PRINT-BUCKETS.
           DISPLAY " "
           DISPLAY "OPEN CONTACTS BY AGE (DAYS SINCE RECEIVED)"
           DISPLAY "------------------------------------------"
           DISPLAY "  AGE         AWAITING  WITH B/O ESCALATED"
               "    TOTAL"
           PERFORM VARYING WS-BUCKET-IDX FROM 1 BY 1
                   UNTIL WS-BUCKET-IDX > 4
               MOVE WS-BUCKET-COUNT(WS-BUCKET-IDX, 1) TO WS-COL1-DISPLAY
               MOVE WS-BUCKET-COUNT(WS-BUCKET-IDX, 2) TO WS-COL2-DISPLAY
               MOVE WS-BUCKET-COUNT(WS-BUCKET-IDX, 3) TO WS-COL3-DISPLAY
               COMPUTE WS-BUCKET-TOTAL =
                   WS-BUCKET-COUNT(WS-BUCKET-IDX, 1)
                   + WS-BUCKET-COUNT(WS-BUCKET-IDX, 2)
                   + WS-BUCKET-COUNT(WS-BUCKET-IDX, 3)
               MOVE WS-BUCKET-TOTAL TO WS-COUNT-DISPLAY
               DISPLAY "  " WS-BUCKET-LABEL(WS-BUCKET-IDX) "  "
                   WS-COL1-DISPLAY " " WS-COL2-DISPLAY " "
                   WS-COL3-DISPLAY " " WS-COUNT-DISPLAY
           END-PERFORM.

       PRINT-SUMMARY.
           DISPLAY " "
           MOVE WS-OPEN-COUNT TO WS-COUNT-DISPLAY
           DISPLAY "OPEN CONTACTS  . . . . : " WS-COUNT-DISPLAY
           MOVE WS-LATE-COUNT TO WS-COUNT-DISPLAY
           DISPLAY "PAST THE PROMISE . . . : " WS-COUNT-DISPLAY
           MOVE WS-ANSWERED-WEEK-COUNT TO WS-COUNT-DISPLAY
           DISPLAY "ANSWERED LAST 7 DAYS . : " WS-COUNT-DISPLAY
           MOVE WS-ANSWERED-ONTIME-COUNT TO WS-COUNT-DISPLAY
           DISPLAY "  WITHIN THE PROMISE . : " WS-COUNT-DISPLAY
           IF WS-UNDATED-COUNT > 0
               MOVE WS-UNDATED-COUNT TO WS-COUNT-DISPLAY
               DISPLAY "CONTACTS WITH NO DATE  : " WS-COUNT-DISPLAY
           END-IF.

       END PROGRAM CONTACT-AGING.
