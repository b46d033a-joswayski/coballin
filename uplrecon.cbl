       IDENTIFICATION DIVISION.
       PROGRAM-ID. UPLOAD-RECON.
      *> Nightly reconciliation of the document uploads. The server
      *> takes whatever contact reference the customer types on the
      *> /upload form, so nothing ties an upload to a real contact
      *> until this run checks it. Reads UPLOAD-REGISTER against
      *> CONTACT-MASTER and the uploads directory and reports:
      *>   - uploads whose contact reference is not on CONTACT-MASTER
      *>     (or was left blank)
      *>   - register rows whose stored file is missing, or whose size
      *>     on disk is not UPLOAD-SIZE
      *>   - files in the uploads directory with no register row
      *>   - contacts CONTACT-XTRACT handed off before their documents
      *>     arrived (uploaded on or after the extract date)
      *> Every upload that is on file and matches a contact goes to
      *> the day's fixed-width attachment manifest,
      *> upload-manifest-YYYYMMDD.dat, which the back office loads
      *> beside the contact-extract handoff of the same date. The
      *> run ends with return code 4 when it found any exceptions.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UPLOAD-REGISTER ASSIGN TO "uploads.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UPLOAD-SEQ
               FILE STATUS IS WS-UPLOAD-FILE-STATUS.
           SELECT CONTACT-MASTER ASSIGN TO "contact.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONTACT-SEQ
               FILE STATUS IS WS-CONTACT-FILE-STATUS.
           SELECT UPLOAD-DIR-LIST ASSIGN TO "uplrecon.lst"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIST-FILE-STATUS.
           SELECT MANIFEST-FILE ASSIGN DYNAMIC WS-MANIFEST-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *> Mirror of the UPLOAD-RECORD layout the server maintains in
      *> railway.cbl - keep the two in step.
       FD  UPLOAD-REGISTER.
       01  UPLOAD-RECORD.
           05 UPLOAD-SEQ PIC 9(8).
           05 UPLOAD-DATE PIC X(8).
           05 UPLOAD-TIME PIC X(6).
           05 UPLOAD-CLIENT PIC X(15).
           05 UPLOAD-ORIG-NAME PIC X(64).
           05 UPLOAD-STORED-NAME PIC X(32).
           05 UPLOAD-SIZE PIC 9(8).
           05 UPLOAD-CONTACT-REF PIC 9(8).
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
               88 CONTACT-EXTRACTED VALUE 'X'.
           05 CONTACT-EXTRACT-DATE PIC X(8).
           05 CONTACT-ESCALATED-DATE PIC X(8).
           05 CONTACT-ANSWERED-DATE PIC X(8).
           05 CONTACT-CLOSED-DATE PIC X(8).
           05 CONTACT-AGENT-ID PIC X(8).
      *> One name per line, as listed from the uploads directory.
       FD  UPLOAD-DIR-LIST.
       01  UPLOAD-DIR-RECORD PIC X(256).
      *> Fixed layout read by the back office - widths matter more
      *> than anything that fills them in.
       FD  MANIFEST-FILE.
       01  MANIFEST-RECORD.
           05 MANIFEST-CONTACT-SEQ PIC 9(8).
           05 MANIFEST-STORED-NAME PIC X(32).
           05 MANIFEST-ORIG-NAME PIC X(64).
           05 MANIFEST-SIZE PIC 9(8).
       WORKING-STORAGE SECTION.
       01 WS-UPLOAD-FILE-STATUS PIC X(2).
       01 WS-CONTACT-FILE-STATUS PIC X(2).
       01 WS-LIST-FILE-STATUS PIC X(2).
       01 WS-MANIFEST-FILE-STATUS PIC X(2).
       01 WS-MANIFEST-FILENAME PIC X(64).
       01 WS-RUN-STAMP PIC X(21).
       01 WS-RUN-DATE PIC X(8).
       01 WS-REGISTER-EOF-SW PIC X(1) VALUE 'N'.
           88 WS-REGISTER-EOF VALUE 'Y'.
       01 WS-LIST-EOF-SW PIC X(1) VALUE 'N'.
           88 WS-LIST-EOF VALUE 'Y'.
       01 WS-CONTACT-FOUND-SW PIC X(1) VALUE 'N'.
           88 WS-CONTACT-FOUND VALUE 'Y'.
       01 WS-ROW-CLEAN-SW PIC X(1) VALUE 'N'.
           88 WS-ROW-CLEAN VALUE 'Y'.
       01 WS-REGISTERED-SW PIC X(1) VALUE 'N'.
           88 WS-REGISTERED VALUE 'Y'.
       01 WS-LIST-COMMAND PIC X(64)
           VALUE "ls -1A uploads > uplrecon.lst".
       01 WS-UPLOAD-PATHNAME PIC X(64).
       01 WS-DIR-NAME PIC X(256).
       01 WS-DIR-SEQ-PART PIC X(8).
       01 WS-FILE-INFO.
           05 WS-FILE-SIZE PIC X(8) COMP-X.
           05 FILLER PIC X(8).
       01 WS-DISK-SIZE PIC 9(18).
       01 WS-RESULT PIC S9(9) COMP.
       01 WS-REGISTER-COUNT PIC 9(8) COMP VALUE 0.
       01 WS-MANIFEST-COUNT PIC 9(8) COMP VALUE 0.
       01 WS-NO-CONTACT-COUNT PIC 9(8) COMP VALUE 0.
       01 WS-MISSING-FILE-COUNT PIC 9(8) COMP VALUE 0.
       01 WS-SIZE-MISMATCH-COUNT PIC 9(8) COMP VALUE 0.
       01 WS-ORPHAN-COUNT PIC 9(8) COMP VALUE 0.
       01 WS-LATE-DOC-COUNT PIC 9(8) COMP VALUE 0.
       01 WS-EXCEPTION-COUNT PIC 9(8) COMP VALUE 0.
       01 WS-COUNT-DISPLAY PIC Z(7)9.
       01 WS-SIZE-DISPLAY PIC Z(11)9.
       01 WS-EXCEPTION-LINE PIC X(132).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-RECON
           PERFORM PRINT-REPORT-HEADING
           PERFORM CHECK-UPLOAD-REGISTER
           PERFORM CHECK-UPLOAD-DIRECTORY
           CLOSE UPLOAD-REGISTER
           CLOSE CONTACT-MASTER
           PERFORM PRINT-SUMMARY
           IF WS-EXCEPTION-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       INITIALIZE-RECON.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-STAMP
           MOVE WS-RUN-STAMP(1:8) TO WS-RUN-DATE
           MOVE SPACES TO WS-MANIFEST-FILENAME
           STRING
               "upload-manifest-" DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               ".dat" DELIMITED BY SIZE
               INTO WS-MANIFEST-FILENAME

           OPEN INPUT UPLOAD-REGISTER
           IF WS-UPLOAD-FILE-STATUS NOT = "00"
               DISPLAY "Cannot open uploads.dat, status "
                   WS-UPLOAD-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CONTACT-MASTER
           IF WS-CONTACT-FILE-STATUS NOT = "00"
               DISPLAY "Cannot open contact.dat, status "
                   WS-CONTACT-FILE-STATUS
               CLOSE UPLOAD-REGISTER
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
      *> the manifest is rewritten whole on a rerun - it lists every
      *> clean upload on file, not just the day's
           OPEN OUTPUT MANIFEST-FILE
           IF WS-MANIFEST-FILE-STATUS NOT = "00"
               DISPLAY "Cannot create "
                   FUNCTION TRIM(WS-MANIFEST-FILENAME) ", status "
                   WS-MANIFEST-FILE-STATUS
               CLOSE UPLOAD-REGISTER
               CLOSE CONTACT-MASTER
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       PRINT-REPORT-HEADING.
           DISPLAY "=================================================="
           DISPLAY "UPLOAD RECONCILIATION       RUN "
               WS-RUN-STAMP(1:4) "-" WS-RUN-STAMP(5:2) "-"
               WS-RUN-STAMP(7:2) " " WS-RUN-STAMP(9:2) ":"
               WS-RUN-STAMP(11:2)
           DISPLAY "=================================================="
           DISPLAY " "
           DISPLAY "EXCEPTIONS"
           DISPLAY "----------".

       CHECK-UPLOAD-REGISTER.
           MOVE 0 TO UPLOAD-SEQ
           START UPLOAD-REGISTER KEY IS GREATER THAN UPLOAD-SEQ
               INVALID KEY
                   SET WS-REGISTER-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-REGISTER-EOF
               READ UPLOAD-REGISTER NEXT RECORD
                   AT END
                       SET WS-REGISTER-EOF TO TRUE
                   NOT AT END
                       PERFORM CHECK-ONE-UPLOAD
               END-READ
           END-PERFORM
           CLOSE MANIFEST-FILE.

       CHECK-ONE-UPLOAD.
           ADD 1 TO WS-REGISTER-COUNT
           SET WS-ROW-CLEAN TO TRUE

      *> the reference is whatever the customer typed - zero means
      *> they left it blank or typed something that was not a number
           MOVE 'N' TO WS-CONTACT-FOUND-SW
           IF UPLOAD-CONTACT-REF = 0
               MOVE "no contact reference" TO WS-EXCEPTION-LINE
               PERFORM REPORT-UPLOAD-EXCEPTION
               ADD 1 TO WS-NO-CONTACT-COUNT
               MOVE 'N' TO WS-ROW-CLEAN-SW
           ELSE
               MOVE UPLOAD-CONTACT-REF TO CONTACT-SEQ
               READ CONTACT-MASTER
                   INVALID KEY
                       MOVE "contact reference not on contact master"
                           TO WS-EXCEPTION-LINE
                       PERFORM REPORT-UPLOAD-EXCEPTION
                       ADD 1 TO WS-NO-CONTACT-COUNT
                       MOVE 'N' TO WS-ROW-CLEAN-SW
                   NOT INVALID KEY
                       SET WS-CONTACT-FOUND TO TRUE
               END-READ
           END-IF

           MOVE SPACES TO WS-UPLOAD-PATHNAME
           STRING
               "uploads/" DELIMITED BY SIZE
               FUNCTION TRIM(UPLOAD-STORED-NAME) DELIMITED BY SIZE
               INTO WS-UPLOAD-PATHNAME
           CALL "CBL_CHECK_FILE_EXIST" USING WS-UPLOAD-PATHNAME
                                             WS-FILE-INFO
               RETURNING WS-RESULT
           IF WS-RESULT NOT = 0
               MOVE "stored file missing" TO WS-EXCEPTION-LINE
               PERFORM REPORT-UPLOAD-EXCEPTION
               ADD 1 TO WS-MISSING-FILE-COUNT
               MOVE 'N' TO WS-ROW-CLEAN-SW
           ELSE
               MOVE WS-FILE-SIZE TO WS-DISK-SIZE
               IF WS-DISK-SIZE NOT = UPLOAD-SIZE
                   MOVE WS-DISK-SIZE TO WS-SIZE-DISPLAY
                   MOVE SPACES TO WS-EXCEPTION-LINE
                   STRING
                       "stored file size " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-SIZE-DISPLAY)
                           DELIMITED BY SIZE
                       " does not match register" DELIMITED BY SIZE
                       INTO WS-EXCEPTION-LINE
                   PERFORM REPORT-UPLOAD-EXCEPTION
                   ADD 1 TO WS-SIZE-MISMATCH-COUNT
                   MOVE 'N' TO WS-ROW-CLEAN-SW
               END-IF
           END-IF

      *> A contact handed off on or before the day its document came
      *> in went to the back office without it - the extract has no
      *> time of day, so a same-day upload is counted as late.
           IF WS-CONTACT-FOUND AND CONTACT-EXTRACT-DATE NOT = SPACES
                   AND UPLOAD-DATE >= CONTACT-EXTRACT-DATE
               MOVE SPACES TO WS-EXCEPTION-LINE
               STRING
                   "contact extracted " DELIMITED BY SIZE
                   CONTACT-EXTRACT-DATE(1:4) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   CONTACT-EXTRACT-DATE(5:2) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   CONTACT-EXTRACT-DATE(7:2) DELIMITED BY SIZE
                   " before document arrived" DELIMITED BY SIZE
                   INTO WS-EXCEPTION-LINE
               PERFORM REPORT-UPLOAD-EXCEPTION
               ADD 1 TO WS-LATE-DOC-COUNT
           END-IF

      *> a late document is still a good attachment - it is exactly
      *> the one the back office needs to pick up
           IF WS-ROW-CLEAN
               MOVE UPLOAD-CONTACT-REF TO MANIFEST-CONTACT-SEQ
               MOVE UPLOAD-STORED-NAME TO MANIFEST-STORED-NAME
               MOVE UPLOAD-ORIG-NAME TO MANIFEST-ORIG-NAME
               MOVE UPLOAD-SIZE TO MANIFEST-SIZE
               WRITE MANIFEST-RECORD
               ADD 1 TO WS-MANIFEST-COUNT
           END-IF.

       REPORT-UPLOAD-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT
           DISPLAY "  UPLOAD " UPLOAD-SEQ " "
               UPLOAD-DATE(1:4) "-" UPLOAD-DATE(5:2) "-"
               UPLOAD-DATE(7:2) " REF " UPLOAD-CONTACT-REF " "
               FUNCTION TRIM(UPLOAD-STORED-NAME) ": "
               FUNCTION TRIM(WS-EXCEPTION-LINE).

       CHECK-UPLOAD-DIRECTORY.
      *> A stored file the server wrote is named upl-<upload seq>.dat,
      *> so each name listed in the directory leads straight to the
      *> register row that should own it. Anything else in there -
      *> or an upl- file whose row is gone - has no register row.
           CALL "SYSTEM" USING WS-LIST-COMMAND
               RETURNING WS-RESULT
           OPEN INPUT UPLOAD-DIR-LIST
           IF WS-LIST-FILE-STATUS NOT = "00"
               DISPLAY "  Cannot list the uploads directory, status "
                   WS-LIST-FILE-STATUS " - unregistered files not "
                   "checked"
               ADD 1 TO WS-EXCEPTION-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-LIST-EOF-SW
           PERFORM UNTIL WS-LIST-EOF
               READ UPLOAD-DIR-LIST
                   AT END
                       SET WS-LIST-EOF TO TRUE
                   NOT AT END
                       IF UPLOAD-DIR-RECORD NOT = SPACES
                           PERFORM CHECK-ONE-DIRECTORY-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE UPLOAD-DIR-LIST
           CALL "CBL_DELETE_FILE" USING "uplrecon.lst"
               RETURNING WS-RESULT.

       CHECK-ONE-DIRECTORY-ENTRY.
           MOVE UPLOAD-DIR-RECORD TO WS-DIR-NAME
           MOVE 'N' TO WS-REGISTERED-SW
           IF WS-DIR-NAME(1:4) = "upl-"
                   AND WS-DIR-NAME(13:4) = ".dat"
                   AND WS-DIR-NAME(17:) = SPACES
                   AND WS-DIR-NAME(5:8) NUMERIC
               MOVE WS-DIR-NAME(5:8) TO WS-DIR-SEQ-PART
               MOVE WS-DIR-SEQ-PART TO UPLOAD-SEQ
               READ UPLOAD-REGISTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF UPLOAD-STORED-NAME = WS-DIR-NAME(1:32)
                           SET WS-REGISTERED TO TRUE
                       END-IF
               END-READ
           END-IF
           IF NOT WS-REGISTERED
               ADD 1 TO WS-ORPHAN-COUNT
               ADD 1 TO WS-EXCEPTION-COUNT
               DISPLAY "  FILE uploads/" FUNCTION TRIM(WS-DIR-NAME)
                   ": no register row"
           END-IF.

       PRINT-SUMMARY.
           DISPLAY " "
           MOVE WS-REGISTER-COUNT TO WS-COUNT-DISPLAY
           DISPLAY "REGISTER ROWS READ . . : " WS-COUNT-DISPLAY
           MOVE WS-NO-CONTACT-COUNT TO WS-COUNT-DISPLAY
           DISPLAY "NO MATCHING CONTACT  . : " WS-COUNT-DISPLAY
           MOVE WS-MISSING-FILE-COUNT TO WS-COUNT-DISPLAY
           DISPLAY "STORED FILE MISSING  . : " WS-COUNT-DISPLAY
           MOVE WS-SIZE-MISMATCH-COUNT TO WS-COUNT-DISPLAY
           DISPLAY "STORED SIZE MISMATCH . : " WS-COUNT-DISPLAY
           MOVE WS-ORPHAN-COUNT TO WS-COUNT-DISPLAY
           DISPLAY "UNREGISTERED FILES . . : " WS-COUNT-DISPLAY
           MOVE WS-LATE-DOC-COUNT TO WS-COUNT-DISPLAY
           DISPLAY "EXTRACTED BEFORE DOCS  : " WS-COUNT-DISPLAY
           MOVE WS-MANIFEST-COUNT TO WS-COUNT-DISPLAY
           DISPLAY "MANIFEST ROWS WRITTEN  : " WS-COUNT-DISPLAY
           DISPLAY "MANIFEST FILE  . . . . : "
               FUNCTION TRIM(WS-MANIFEST-FILENAME).

       END PROGRAM UPLOAD-RECON.
