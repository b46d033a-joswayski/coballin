       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOB-STREAM-DRIVER.
      *> Nightly batch driver. Runs the steps listed in jobstream.cfg
      *> for one business date - yesterday by default, or the
      *> YYYYMMDD given on the command line - in the order the file
      *> lists them, and stops the stream at the first step that
      *> fails. A return code of 4 or less is success: 4 is how our
      *> batch programs flag exceptions for someone to look at, not
      *> a failed run.
      *>
      *> Every step's start, end and return code go to the run
      *> control file (runctl.dat, keyed by business date and step),
      *> so a rerun for the same date skips the steps already
      *> completed and resumes at the one that failed. A step the
      *> run control shows started but never ended (the driver or
      *> the machine went down under it) is run again.
      *>
      *> batchstat.dat holds one record saying how the last stream
      *> ended - RUNNING while it is under way, then COMPLETE or
      *> FAILED - for the operator console to show.
      *>
      *> Ends with return code 0 when every step completed clean, 4
      *> when some step ended with exceptions, 8 when the stream
      *> stopped on a failed step, 12 when the run control cannot be
      *> opened and 16 for a bad date or job-stream definition.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOB-STREAM-FILE ASSIGN TO "jobstream.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STREAM-FILE-STATUS.
           SELECT RUN-CONTROL ASSIGN TO "runctl.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RUNCTL-KEY
               FILE STATUS IS WS-RUNCTL-FILE-STATUS.
           SELECT BATCH-STATUS-FILE ASSIGN TO "batchstat.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BSTAT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  JOB-STREAM-FILE.
       01  JOB-STREAM-RECORD PIC X(256).
       FD  RUN-CONTROL.
       01  RUNCTL-RECORD.
           05 RUNCTL-KEY.
               10 RUNCTL-DATE PIC 9(8).
               10 RUNCTL-STEP PIC X(8).
           05 RUNCTL-PROGRAM PIC X(32).
           05 RUNCTL-STATE PIC X(1).
               88 RUNCTL-RUNNING VALUE 'R'.
               88 RUNCTL-COMPLETE VALUE 'C'.
               88 RUNCTL-FAILED VALUE 'F'.
           05 RUNCTL-START PIC X(14).
           05 RUNCTL-END PIC X(14).
           05 RUNCTL-RC PIC 9(4).
           05 RUNCTL-ATTEMPTS PIC 9(4).
      *> The server reads this layout in BUILD-ADMIN-INDEX-PAGE -
      *> keep the two in step.
       FD  BATCH-STATUS-FILE.
       01  BATCH-STATUS-RECORD.
           05 BSTAT-DATE PIC 9(8).
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
       WORKING-STORAGE SECTION.
       01 WS-STREAM-FILE-STATUS PIC X(2).
       01 WS-STREAM-EOF-SW PIC X(1) VALUE 'N'.
           88 WS-STREAM-EOF VALUE 'Y'.
       01 WS-RUNCTL-FILE-STATUS PIC X(2).
       01 WS-BSTAT-FILE-STATUS PIC X(2).
       01 WS-REPORT-STAMP PIC X(21).
       01 WS-NOW-STAMP PIC X(21).
       01 WS-PARM-LINE PIC X(64).
       01 WS-BUSINESS-DATE PIC 9(8).
      *> the job stream as jobstream.cfg defines it
       01 WS-STEP-TABLE.
           05 WS-STEP-ENTRY OCCURS 50 TIMES.
               10 WS-STEP-NAME PIC X(8).
               10 WS-STEP-PROGRAM PIC X(32).
               10 WS-STEP-AFTER PIC X(64).
               10 WS-STEP-PARAMS PIC X(128).
               10 WS-STEP-RESULT PIC X(1).
                   88 WS-STEP-NOT-RUN VALUE SPACE.
                   88 WS-STEP-SKIPPED VALUE 'S'.
                   88 WS-STEP-DONE VALUE 'C'.
                   88 WS-STEP-FAILED VALUE 'F'.
               10 WS-STEP-RC PIC 9(4).
       01 WS-STEP-USED PIC 9(4) COMP VALUE 0.
       01 WS-STEP-IDX PIC 9(4) COMP.
       01 WS-FIND-IDX PIC 9(4) COMP.
       01 WS-STEP-FOUND-SW PIC X(1).
           88 WS-STEP-FOUND VALUE 'Y'.
       01 WS-LINE-NUMBER PIC 9(6) COMP VALUE 0.
       01 WS-LINE-DISPLAY PIC Z(5)9.
       01 WS-DEFINITION-ERRORS PIC 9(4) COMP VALUE 0.
       01 WS-FIELD-PTR PIC 9(4) COMP.
       01 WS-FIELD-STEP PIC X(64).
       01 WS-FIELD-PROGRAM PIC X(64).
       01 WS-FIELD-AFTER PIC X(64).
       01 WS-DEP-NAME PIC X(64).
       01 WS-DEP-PTR PIC 9(4) COMP.
       01 WS-DEP-OK-SW PIC X(1).
           88 WS-DEP-OK VALUE 'Y'.
       01 WS-COMMAND-LINE PIC X(256).
       01 WS-COMMAND-PTR PIC 9(4) COMP.
       01 WS-PARAM-IDX PIC 9(4) COMP.
       01 WS-SYSTEM-STATUS PIC S9(9) COMP.
       01 WS-SYSTEM-SIGNAL PIC 9(4) COMP.
       01 WS-STEP-EXIT PIC 9(4).
       01 WS-STREAM-FAILED-SW PIC X(1) VALUE 'N'.
           88 WS-STREAM-FAILED VALUE 'Y'.
       01 WS-BATCH-STATE PIC X(8).
       01 WS-FAILED-STEP PIC X(8) VALUE SPACES.
       01 WS-FAILED-RC PIC 9(4) VALUE 0.
       01 WS-STREAM-WARNED-SW PIC X(1) VALUE 'N'.
           88 WS-STREAM-WARNED VALUE 'Y'.
       01 WS-DONE-COUNT PIC 9(4) COMP VALUE 0.
       01 WS-RUN-COUNT PIC 9(4) COMP VALUE 0.
       01 WS-SKIP-COUNT PIC 9(4) COMP VALUE 0.
       01 WS-RESULT-TEXT PIC X(16).
       01 WS-RC-DISPLAY PIC Z(3)9.
       01 WS-COUNT-DISPLAY PIC Z(7)9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-DRIVER
           PERFORM LOAD-JOB-STREAM
           PERFORM OPEN-RUN-CONTROL
           MOVE "RUNNING" TO WS-BATCH-STATE
           PERFORM WRITE-BATCH-STATUS
           PERFORM RUN-JOB-STREAM
           CLOSE RUN-CONTROL
           IF WS-STREAM-FAILED
               MOVE "FAILED" TO WS-BATCH-STATE
           ELSE
               MOVE "COMPLETE" TO WS-BATCH-STATE
           END-IF
           PERFORM WRITE-BATCH-STATUS
           PERFORM PRINT-STREAM-SUMMARY
           STOP RUN.

       INITIALIZE-DRIVER.
           MOVE FUNCTION CURRENT-DATE TO WS-REPORT-STAMP

      *> The business date is the day before the run by default -
      *> the day the overnight cutover has just closed out - or the
      *> YYYYMMDD given on the command line, which is also how a
      *> failed night is rerun after midnight has passed again.
           MOVE SPACES TO WS-PARM-LINE
           ACCEPT WS-PARM-LINE FROM COMMAND-LINE
           IF FUNCTION TRIM(WS-PARM-LINE) NOT = SPACES
                   AND WS-PARM-LINE(1:8) NUMERIC
               MOVE WS-PARM-LINE(1:8) TO WS-BUSINESS-DATE
           ELSE
               IF FUNCTION TRIM(WS-PARM-LINE) NOT = SPACES
                   DISPLAY "Business date must be YYYYMMDD, not "
                       FUNCTION TRIM(WS-PARM-LINE)
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               COMPUTE WS-BUSINESS-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(WS-REPORT-STAMP(1:8))) - 1)
           END-IF
           MOVE SPACES TO WS-STEP-TABLE.

       LOAD-JOB-STREAM.
      *> One step per line - step name, program, the steps it runs
      *> after, then its parameters - separated by spaces. See the
      *> comments at the top of jobstream.cfg. Any bad line fails
      *> the whole definition before a single step runs.
           OPEN INPUT JOB-STREAM-FILE
           IF WS-STREAM-FILE-STATUS NOT = "00"
               DISPLAY "Cannot open jobstream.cfg, status "
                   WS-STREAM-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-STREAM-EOF
               READ JOB-STREAM-FILE
                   AT END
                       SET WS-STREAM-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LINE-NUMBER
                       IF JOB-STREAM-RECORD(1:1) NOT = "*"
                               AND JOB-STREAM-RECORD NOT = SPACES
                           PERFORM LOAD-ONE-STEP
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOB-STREAM-FILE
           IF WS-STEP-USED = 0
               DISPLAY "jobstream.cfg defines no steps"
               ADD 1 TO WS-DEFINITION-ERRORS
           END-IF
           IF WS-DEFINITION-ERRORS > 0
               MOVE WS-DEFINITION-ERRORS TO WS-COUNT-DISPLAY
               DISPLAY "Job stream not run - "
                   FUNCTION TRIM(WS-COUNT-DISPLAY)
                   " error(s) in jobstream.cfg"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-ONE-STEP.
           MOVE WS-LINE-NUMBER TO WS-LINE-DISPLAY
           MOVE SPACES TO WS-FIELD-STEP WS-FIELD-PROGRAM
               WS-FIELD-AFTER
           MOVE 1 TO WS-FIELD-PTR
           UNSTRING JOB-STREAM-RECORD DELIMITED BY ALL SPACE
               INTO WS-FIELD-STEP WS-FIELD-PROGRAM WS-FIELD-AFTER
               WITH POINTER WS-FIELD-PTR
           IF WS-FIELD-AFTER = SPACES
               DISPLAY "jobstream.cfg line "
                   FUNCTION TRIM(WS-LINE-DISPLAY)
                   ": need step, program and after-steps"
               ADD 1 TO WS-DEFINITION-ERRORS
               EXIT PARAGRAPH
           END-IF
           IF WS-FIELD-STEP(9:) NOT = SPACES
                   OR WS-FIELD-PROGRAM(33:) NOT = SPACES
               DISPLAY "jobstream.cfg line "
                   FUNCTION TRIM(WS-LINE-DISPLAY)
                   ": step name over 8 or program over 32 characters"
               ADD 1 TO WS-DEFINITION-ERRORS
               EXIT PARAGRAPH
           END-IF
           IF WS-STEP-USED >= 50
               DISPLAY "jobstream.cfg line "
                   FUNCTION TRIM(WS-LINE-DISPLAY)
                   ": more than 50 steps"
               ADD 1 TO WS-DEFINITION-ERRORS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FIELD-STEP TO WS-DEP-NAME
           PERFORM FIND-STEP
           IF WS-STEP-FOUND
               DISPLAY "jobstream.cfg line "
                   FUNCTION TRIM(WS-LINE-DISPLAY)
                   ": step " FUNCTION TRIM(WS-FIELD-STEP)
                   " defined twice"
               ADD 1 TO WS-DEFINITION-ERRORS
               EXIT PARAGRAPH
           END-IF

      *> A step may only run after steps listed above it, which
      *> also means the stream can never wait on itself.
           IF WS-FIELD-AFTER NOT = "-"
               MOVE 1 TO WS-DEP-PTR
               PERFORM UNTIL WS-DEP-PTR > 64
                   MOVE SPACES TO WS-DEP-NAME
                   UNSTRING WS-FIELD-AFTER DELIMITED BY ","
                       INTO WS-DEP-NAME
                       WITH POINTER WS-DEP-PTR
                   IF WS-DEP-NAME NOT = SPACES
                       PERFORM FIND-STEP
                       IF NOT WS-STEP-FOUND
                           DISPLAY "jobstream.cfg line "
                               FUNCTION TRIM(WS-LINE-DISPLAY)
                               ": " FUNCTION TRIM(WS-FIELD-STEP)
                               " runs after "
                               FUNCTION TRIM(WS-DEP-NAME)
                               ", which is not a step above it"
                           ADD 1 TO WS-DEFINITION-ERRORS
                       END-IF
                   END-IF
               END-PERFORM
           END-IF

           ADD 1 TO WS-STEP-USED
           MOVE WS-FIELD-STEP TO WS-STEP-NAME(WS-STEP-USED)
           MOVE WS-FIELD-PROGRAM TO WS-STEP-PROGRAM(WS-STEP-USED)
           MOVE WS-FIELD-AFTER TO WS-STEP-AFTER(WS-STEP-USED)
           IF WS-FIELD-PTR <= 256
               MOVE FUNCTION TRIM(JOB-STREAM-RECORD(WS-FIELD-PTR:))
                   TO WS-STEP-PARAMS(WS-STEP-USED)
           END-IF.

       FIND-STEP.
      *> Look WS-DEP-NAME up among the steps loaded so far.
           MOVE 'N' TO WS-STEP-FOUND-SW
           PERFORM VARYING WS-FIND-IDX FROM 1 BY 1
                   UNTIL WS-FIND-IDX > WS-STEP-USED OR WS-STEP-FOUND
               IF WS-STEP-NAME(WS-FIND-IDX) = WS-DEP-NAME
                   SET WS-STEP-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-STEP-FOUND
               SUBTRACT 1 FROM WS-FIND-IDX
           END-IF.

       OPEN-RUN-CONTROL.
           OPEN I-O RUN-CONTROL
           IF WS-RUNCTL-FILE-STATUS = "35"
               OPEN OUTPUT RUN-CONTROL
               CLOSE RUN-CONTROL
               OPEN I-O RUN-CONTROL
           END-IF
           IF WS-RUNCTL-FILE-STATUS NOT = "00"
               DISPLAY "Cannot open runctl.dat, status "
                   WS-RUNCTL-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       RUN-JOB-STREAM.
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-STEP-USED
                       OR WS-STREAM-FAILED
               PERFORM RUN-ONE-STEP
           END-PERFORM.

       RUN-ONE-STEP.
           MOVE WS-BUSINESS-DATE TO RUNCTL-DATE
           MOVE WS-STEP-NAME(WS-STEP-IDX) TO RUNCTL-STEP
           READ RUN-CONTROL
               INVALID KEY
                   MOVE WS-BUSINESS-DATE TO RUNCTL-DATE
                   MOVE WS-STEP-NAME(WS-STEP-IDX) TO RUNCTL-STEP
                   MOVE SPACES TO RUNCTL-STATE
                   MOVE 0 TO RUNCTL-ATTEMPTS
           END-READ
           IF RUNCTL-COMPLETE
               SET WS-STEP-SKIPPED(WS-STEP-IDX) TO TRUE
               MOVE RUNCTL-RC TO WS-STEP-RC(WS-STEP-IDX)
      *> an earlier run's exceptions still stand for this date
               IF RUNCTL-RC > 0
                   SET WS-STREAM-WARNED TO TRUE
               END-IF
               ADD 1 TO WS-SKIP-COUNT
               ADD 1 TO WS-DONE-COUNT
               DISPLAY "Step " WS-STEP-NAME(WS-STEP-IDX)
                   " already completed " RUNCTL-END(1:8) " "
                   RUNCTL-END(9:6) ", skipped"
               EXIT PARAGRAPH
           END-IF
           IF RUNCTL-RUNNING
               DISPLAY "Step " WS-STEP-NAME(WS-STEP-IDX)
                   " started " RUNCTL-START(1:8) " "
                   RUNCTL-START(9:6) " never ended, running it again"
           END-IF

           PERFORM CHECK-STEP-AFTER
           IF NOT WS-DEP-OK
               SET WS-STEP-FAILED(WS-STEP-IDX) TO TRUE
               MOVE 0 TO WS-STEP-RC(WS-STEP-IDX)
               SET WS-STREAM-FAILED TO TRUE
               MOVE WS-STEP-NAME(WS-STEP-IDX) TO WS-FAILED-STEP
               EXIT PARAGRAPH
           END-IF

           PERFORM BUILD-STEP-COMMAND
           MOVE FUNCTION CURRENT-DATE TO WS-NOW-STAMP
           MOVE WS-STEP-PROGRAM(WS-STEP-IDX) TO RUNCTL-PROGRAM
           MOVE WS-NOW-STAMP(1:14) TO RUNCTL-START
           MOVE SPACES TO RUNCTL-END
           MOVE 0 TO RUNCTL-RC
           ADD 1 TO RUNCTL-ATTEMPTS
           IF RUNCTL-STATE = SPACES
               SET RUNCTL-RUNNING TO TRUE
               WRITE RUNCTL-RECORD
           ELSE
               SET RUNCTL-RUNNING TO TRUE
               REWRITE RUNCTL-RECORD
           END-IF
           IF WS-RUNCTL-FILE-STATUS NOT = "00"
               DISPLAY "Cannot record step " WS-STEP-NAME(WS-STEP-IDX)
                   " in runctl.dat, status " WS-RUNCTL-FILE-STATUS
               SET WS-STEP-FAILED(WS-STEP-IDX) TO TRUE
               MOVE 0 TO WS-STEP-RC(WS-STEP-IDX)
               SET WS-STREAM-FAILED TO TRUE
               MOVE WS-STEP-NAME(WS-STEP-IDX) TO WS-FAILED-STEP
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Step " WS-STEP-NAME(WS-STEP-IDX) " starting: "
               FUNCTION TRIM(WS-COMMAND-LINE)
           ADD 1 TO WS-RUN-COUNT
           CALL "SYSTEM" USING WS-COMMAND-LINE
           MOVE RETURN-CODE TO WS-SYSTEM-STATUS
           MOVE 0 TO RETURN-CODE

      *> SYSTEM hands back the raw wait status: the program's own
      *> return code sits in the high byte, and a non-zero low byte
      *> means it was killed by a signal instead of ending - always
      *> a failure, recorded as return code 9999.
           IF WS-SYSTEM-STATUS < 0
               MOVE 9999 TO WS-STEP-EXIT
           ELSE
               COMPUTE WS-SYSTEM-SIGNAL =
                   FUNCTION MOD(WS-SYSTEM-STATUS, 256)
               IF WS-SYSTEM-SIGNAL NOT = 0
                   MOVE 9999 TO WS-STEP-EXIT
               ELSE
                   COMPUTE WS-STEP-EXIT = WS-SYSTEM-STATUS / 256
               END-IF
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-NOW-STAMP
           MOVE WS-NOW-STAMP(1:14) TO RUNCTL-END
           MOVE WS-STEP-EXIT TO RUNCTL-RC
           MOVE WS-STEP-EXIT TO WS-STEP-RC(WS-STEP-IDX)
           MOVE WS-STEP-EXIT TO WS-RC-DISPLAY
           IF WS-STEP-EXIT <= 4
               SET RUNCTL-COMPLETE TO TRUE
               SET WS-STEP-DONE(WS-STEP-IDX) TO TRUE
               ADD 1 TO WS-DONE-COUNT
               IF WS-STEP-EXIT > 0
                   SET WS-STREAM-WARNED TO TRUE
               END-IF
               DISPLAY "Step " WS-STEP-NAME(WS-STEP-IDX)
                   " completed, return code "
                   FUNCTION TRIM(WS-RC-DISPLAY)
           ELSE
               SET RUNCTL-FAILED TO TRUE
               SET WS-STEP-FAILED(WS-STEP-IDX) TO TRUE
               SET WS-STREAM-FAILED TO TRUE
               MOVE WS-STEP-NAME(WS-STEP-IDX) TO WS-FAILED-STEP
               MOVE WS-STEP-EXIT TO WS-FAILED-RC
               DISPLAY "Step " WS-STEP-NAME(WS-STEP-IDX)
                   " FAILED, return code "
                   FUNCTION TRIM(WS-RC-DISPLAY)
                   " - job stream stopped"
           END-IF
           REWRITE RUNCTL-RECORD
           IF WS-RUNCTL-FILE-STATUS NOT = "00"
               DISPLAY "Cannot record end of step "
                   WS-STEP-NAME(WS-STEP-IDX)
                   " in runctl.dat, status " WS-RUNCTL-FILE-STATUS
           END-IF.

       CHECK-STEP-AFTER.
      *> Every step this one runs after must show completed for the
      *> business date on the run control.
           SET WS-DEP-OK TO TRUE
           IF WS-STEP-AFTER(WS-STEP-IDX) = "-"
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-DEP-PTR
           PERFORM UNTIL WS-DEP-PTR > 64 OR NOT WS-DEP-OK
               MOVE SPACES TO WS-DEP-NAME
               UNSTRING WS-STEP-AFTER(WS-STEP-IDX) DELIMITED BY ","
                   INTO WS-DEP-NAME
                   WITH POINTER WS-DEP-PTR
               IF WS-DEP-NAME NOT = SPACES
                   MOVE WS-BUSINESS-DATE TO RUNCTL-DATE
                   MOVE WS-DEP-NAME TO RUNCTL-STEP
                   READ RUN-CONTROL
                       INVALID KEY
                           MOVE SPACES TO RUNCTL-STATE
                   END-READ
                   IF NOT RUNCTL-COMPLETE
                       MOVE 'N' TO WS-DEP-OK-SW
                       DISPLAY "Step " WS-STEP-NAME(WS-STEP-IDX)
                           " not run - "
                           FUNCTION TRIM(WS-DEP-NAME)
                           " has not completed for "
                           WS-BUSINESS-DATE
                   END-IF
               END-IF
           END-PERFORM

      *> the lookups moved the record area off this step
           MOVE WS-BUSINESS-DATE TO RUNCTL-DATE
           MOVE WS-STEP-NAME(WS-STEP-IDX) TO RUNCTL-STEP
           READ RUN-CONTROL
               INVALID KEY
                   MOVE WS-BUSINESS-DATE TO RUNCTL-DATE
                   MOVE WS-STEP-NAME(WS-STEP-IDX) TO RUNCTL-STEP
                   MOVE SPACES TO RUNCTL-STATE
                   MOVE 0 TO RUNCTL-ATTEMPTS
           END-READ.

       BUILD-STEP-COMMAND.
      *> The program followed by its parameters, with &DATE replaced
      *> by the business date (YYYYMMDD) and &MONTH by its YYYYMM.
           MOVE SPACES TO WS-COMMAND-LINE
           MOVE 1 TO WS-COMMAND-PTR
           STRING FUNCTION TRIM(WS-STEP-PROGRAM(WS-STEP-IDX))
               DELIMITED BY SIZE
               INTO WS-COMMAND-LINE
               WITH POINTER WS-COMMAND-PTR
           IF WS-STEP-PARAMS(WS-STEP-IDX) = SPACES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-COMMAND-PTR
           MOVE 1 TO WS-PARAM-IDX
           PERFORM UNTIL WS-PARAM-IDX > 128
                   OR WS-STEP-PARAMS(WS-STEP-IDX)(WS-PARAM-IDX:)
                       = SPACES
               EVALUATE TRUE
                   WHEN WS-PARAM-IDX <= 124
                           AND WS-STEP-PARAMS(WS-STEP-IDX)
                               (WS-PARAM-IDX:5) = "&DATE"
                       STRING WS-BUSINESS-DATE DELIMITED BY SIZE
                           INTO WS-COMMAND-LINE
                           WITH POINTER WS-COMMAND-PTR
                       ADD 5 TO WS-PARAM-IDX
                   WHEN WS-PARAM-IDX <= 123
                           AND WS-STEP-PARAMS(WS-STEP-IDX)
                               (WS-PARAM-IDX:6) = "&MONTH"
                       STRING WS-BUSINESS-DATE(1:6) DELIMITED BY SIZE
                           INTO WS-COMMAND-LINE
                           WITH POINTER WS-COMMAND-PTR
                       ADD 6 TO WS-PARAM-IDX
                   WHEN OTHER
                       STRING WS-STEP-PARAMS(WS-STEP-IDX)
                               (WS-PARAM-IDX:1) DELIMITED BY SIZE
                           INTO WS-COMMAND-LINE
                           WITH POINTER WS-COMMAND-PTR
                       ADD 1 TO WS-PARAM-IDX
               END-EVALUATE
           END-PERFORM.

       WRITE-BATCH-STATUS.
           OPEN OUTPUT BATCH-STATUS-FILE
           IF WS-BSTAT-FILE-STATUS NOT = "00"
               DISPLAY "Cannot write batchstat.dat, status "
                   WS-BSTAT-FILE-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO BATCH-STATUS-RECORD
           MOVE WS-BATCH-STATE TO BSTAT-STATE
           MOVE WS-BUSINESS-DATE TO BSTAT-DATE
           MOVE FUNCTION CURRENT-DATE TO WS-NOW-STAMP
           MOVE WS-NOW-STAMP(1:14) TO BSTAT-STAMP
           MOVE WS-DONE-COUNT TO BSTAT-STEPS-DONE
           MOVE WS-STEP-USED TO BSTAT-STEPS-TOTAL
           MOVE WS-FAILED-STEP TO BSTAT-FAILED-STEP
           MOVE WS-FAILED-RC TO BSTAT-RC
           WRITE BATCH-STATUS-RECORD
           CLOSE BATCH-STATUS-FILE.

       PRINT-STREAM-SUMMARY.
           DISPLAY "=================================================="
           DISPLAY "JOB STREAM                  RUN "
               WS-REPORT-STAMP(1:4) "-" WS-REPORT-STAMP(5:2) "-"
               WS-REPORT-STAMP(7:2) " " WS-REPORT-STAMP(9:2) ":"
               WS-REPORT-STAMP(11:2)
           DISPLAY "=================================================="
           DISPLAY "BUSINESS DATE . . . : "
               WS-BUSINESS-DATE(1:4) "-" WS-BUSINESS-DATE(5:2) "-"
               WS-BUSINESS-DATE(7:2)
           DISPLAY " "
           DISPLAY "STEP     PROGRAM                          RESULT"
               "             RC"
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-STEP-USED
               EVALUATE TRUE
                   WHEN WS-STEP-SKIPPED(WS-STEP-IDX)
                       MOVE "DONE EARLIER" TO WS-RESULT-TEXT
                   WHEN WS-STEP-DONE(WS-STEP-IDX)
                       MOVE "COMPLETED" TO WS-RESULT-TEXT
                   WHEN WS-STEP-FAILED(WS-STEP-IDX)
                       MOVE "FAILED" TO WS-RESULT-TEXT
                   WHEN OTHER
                       MOVE "NOT RUN" TO WS-RESULT-TEXT
               END-EVALUATE
               IF WS-STEP-NOT-RUN(WS-STEP-IDX)
                   DISPLAY WS-STEP-NAME(WS-STEP-IDX) " "
                       WS-STEP-PROGRAM(WS-STEP-IDX) " "
                       WS-RESULT-TEXT
               ELSE
                   MOVE WS-STEP-RC(WS-STEP-IDX) TO WS-RC-DISPLAY
                   DISPLAY WS-STEP-NAME(WS-STEP-IDX) " "
                       WS-STEP-PROGRAM(WS-STEP-IDX) " "
                       WS-RESULT-TEXT " " WS-RC-DISPLAY
               END-IF
           END-PERFORM
           DISPLAY " "
           MOVE WS-RUN-COUNT TO WS-COUNT-DISPLAY
           DISPLAY "STEPS RUN . . . . . : " WS-COUNT-DISPLAY
           MOVE WS-SKIP-COUNT TO WS-COUNT-DISPLAY
           DISPLAY "ALREADY COMPLETED . : " WS-COUNT-DISPLAY
           IF WS-STREAM-FAILED
               DISPLAY "JOB STREAM FAILED AT STEP "
                   FUNCTION TRIM(WS-FAILED-STEP)
                   " - fix it and rerun for the same date"
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "JOB STREAM COMPLETE"
               IF WS-STREAM-WARNED
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       END PROGRAM JOB-STREAM-DRIVER.
