       IDENTIFICATION DIVISION.
       PROGRAM-ID. QRELEASE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RELEASE-REQUEST-FILE
               ASSIGN TO "/mnt/efs/input/quarantine_release.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQUEST-STATUS.
           SELECT QUARANTINE-FILE
               ASSIGN TO "/output/quarantine_register.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUARANTINE-STATUS.
           SELECT HELD-FILE ASSIGN TO DYNAMIC WS-HELD-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HELD-STATUS.
           SELECT RELEASE-REPORT-FILE
               ASSIGN TO "/mnt/efs/output/quarantine_release_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "/output/run_control.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RELEASE-REQUEST-FILE.
       01  RELEASE-REQUEST-RECORD PIC X(300).

       FD  QUARANTINE-FILE.
       01  QUARANTINE-RECORD PIC X(400).

       FD  HELD-FILE.
       01  HELD-RECORD PIC X(512).

       FD  RELEASE-REPORT-FILE.
       01  RELEASE-REPORT-RECORD PIC X(250).

       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-REQUEST-STATUS PIC XX.
       01  WS-QUARANTINE-STATUS PIC XX.
       01  WS-HELD-STATUS PIC XX.
       01  WS-RUN-CONTROL-STATUS PIC XX.
       01  WS-EOF PIC X VALUE 'N'.
       01  WS-QUARANTINE-EOF PIC X VALUE 'N'.
       01  WS-REGISTER-OPEN PIC X VALUE 'N'.

      *>  Operator release of a quarantined vendor file.  CSVBATCHPROCESS
      *>  moves a vendor file that breached its vendor_quality.cfg
      *>  limits into /output/quarantine and logs it on the
      *>  append-only register /output/quarantine_register.txt
      *>      TSVNAME|BUSDATE|STATUS|REASON|READ|VALID|INVALID|AMOUNT
      *>  with STATUS Q.  Once the vendor data has been looked at, the
      *>  operator lists the files to let through, one per line, in
      *>  /mnt/efs/input/quarantine_release.txt:
      *>      <tsv file name>|<released by>
      *>  Each request is checked - the file must be currently held
      *>  (its latest register line is Q), actually present in
      *>  /output/quarantine, and the release must name who made it -
      *>  and a release appends an R line to the register (same
      *>  counts, "RELEASED BY <who>" as the reason, stamped with the
      *>  business date) and moves the TSV back into
      *>  /output/ingested-data, where the next GLPOSTEXTRACT and
      *>  CSVRECONCILE runs pick it up.  Nothing is ever taken off
      *>  the register; a request that fails a check is refused and
      *>  reported, and the file stays held.
       01  WS-REQ-NAME-TEXT PIC X(256).
       01  WS-REQ-BY-TEXT PIC X(40).
       01  WS-REQUESTS-READ PIC 9(5) VALUE 0.
       01  WS-RELEASED-COUNT PIC 9(5) VALUE 0.
       01  WS-REFUSED-COUNT PIC 9(5) VALUE 0.
       01  WS-STILL-HELD PIC 9(5) VALUE 0.
       01  WS-REFUSE-REASON PIC X(60).
       01  WS-HELD-FILENAME PIC X(512).
       01  WS-RELEASE-CMD PIC X(600).
       01  WS-NAME-LEN PIC 9(3) VALUE 0.
       01  WS-NAME-IDX PIC 9(3) VALUE 0.
       01  WS-NAME-CHAR PIC X VALUE SPACE.
       01  WS-NAME-SAFE PIC X VALUE 'Y'.
       01  WS-COUNT-EDIT PIC Z(6)9.
       01  WS-COUNT-EDIT-2 PIC Z(6)9.
       01  WS-COUNT-EDIT-3 PIC Z(6)9.
       01  WS-COUNT-EDIT-4 PIC Z(6)9.

      *>  The register's latest line per file, with the counts carried
      *>  forward onto the release line.
      *>  The table holds 1000 files; a longer register stops the run
      *>  rather than refuse a file it was asked to release.  HOUSEKEEP
      *>  keeps the register short by archiving files released longer
      *>  ago than its QUARANTINE-REGISTER retention.
       01  WS-QREG-NAME-TEXT PIC X(256).
       01  WS-QREG-DATE-TEXT PIC X(10).
       01  WS-QREG-STATUS-TEXT PIC X(10).
       01  WS-QREG-REASON-TEXT PIC X(60).
       01  WS-QREG-READ-TEXT PIC X(15).
       01  WS-QREG-VALID-TEXT PIC X(15).
       01  WS-QREG-INVALID-TEXT PIC X(15).
       01  WS-QREG-AMOUNT-TEXT PIC X(20).
       01  WS-QREG-COUNT PIC 9(4) VALUE 0.
       01  WS-QREG-IDX PIC 9(4) VALUE 0.
       01  WS-QREG-HIT PIC 9(4) VALUE 0.
       01  WS-QREG-TAB.
           05  WS-QREG-ENTRY OCCURS 1000 TIMES.
               10  WS-QREG-NAME    PIC X(256).
               10  WS-QREG-DATE    PIC X(8).
               10  WS-QREG-STATUS  PIC X.
               10  WS-QREG-REASON  PIC X(60).
               10  WS-QREG-READ    PIC X(15).
               10  WS-QREG-VALID   PIC X(15).
               10  WS-QREG-INVALID PIC X(15).
               10  WS-QREG-AMOUNT  PIC X(20).

       01  WS-BUSINESS-DATE PIC X(8).
       01  WS-START-TS PIC X(14).
       01  WS-RUN-CONTROL-EOF PIC X VALUE 'N'.
       01  WS-CTL-KEY-TEXT PIC X(20).
       01  WS-CTL-VALUE-TEXT PIC X(20).

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           PERFORM INIT-RUN-CONTROL
           PERFORM LOAD-QUARANTINE-REGISTER
           OPEN OUTPUT RELEASE-REPORT-FILE
           PERFORM WRITE-REPORT-HEADER
           OPEN INPUT RELEASE-REQUEST-FILE
           IF WS-REQUEST-STATUS NOT = "00"
               DISPLAY "No release requests found at "
                   "/mnt/efs/input/quarantine_release.txt - nothing "
                   "to release."
           ELSE
               PERFORM OPEN-REGISTER-FOR-RELEASE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ RELEASE-REQUEST-FILE
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF FUNCTION TRIM(RELEASE-REQUEST-RECORD)
                                  NOT = SPACES
                               ADD 1 TO WS-REQUESTS-READ
                               PERFORM APPLY-ONE-RELEASE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RELEASE-REQUEST-FILE
               IF WS-REGISTER-OPEN = 'Y'
                   CLOSE QUARANTINE-FILE
               END-IF
           END-IF
           IF WS-REQUESTS-READ = 0
               MOVE SPACES TO RELEASE-REPORT-RECORD
               STRING "  (no release requests)"
                   DELIMITED BY SIZE INTO RELEASE-REPORT-RECORD
               WRITE RELEASE-REPORT-RECORD
           END-IF
           PERFORM WRITE-STILL-HELD-SECTION
           PERFORM WRITE-REPORT-TRAILER
           CLOSE RELEASE-REPORT-FILE
           DISPLAY "Quarantine releases: " WS-RELEASED-COUNT
               "  refused: " WS-REFUSED-COUNT
               "  still held: " WS-STILL-HELD
           STOP RUN.

      *>  The business date stamps the release lines on the register.
       INIT-RUN-CONTROL.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-START-TS
           MOVE WS-START-TS(1:8) TO WS-BUSINESS-DATE
           MOVE 'N' TO WS-RUN-CONTROL-EOF
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUN-CONTROL-STATUS = "00"
               PERFORM UNTIL WS-RUN-CONTROL-EOF = 'Y'
                   READ RUN-CONTROL-FILE
                       AT END MOVE 'Y' TO WS-RUN-CONTROL-EOF
                       NOT AT END PERFORM PARSE-RUN-CONTROL-LINE
                   END-READ
               END-PERFORM
               CLOSE RUN-CONTROL-FILE
           ELSE
               DISPLAY "WARNING: run control file unavailable (status "
                   WS-RUN-CONTROL-STATUS ") - business date defaulted "
                   "to " WS-BUSINESS-DATE "."
           END-IF.

       PARSE-RUN-CONTROL-LINE.
           MOVE SPACES TO WS-CTL-KEY-TEXT WS-CTL-VALUE-TEXT
           UNSTRING RUN-CONTROL-RECORD DELIMITED BY "|"
               INTO WS-CTL-KEY-TEXT, WS-CTL-VALUE-TEXT
           END-UNSTRING
           IF FUNCTION TRIM(WS-CTL-KEY-TEXT) = "BUSINESS-DATE"
               IF WS-CTL-VALUE-TEXT(1:8) IS NUMERIC
                   MOVE WS-CTL-VALUE-TEXT(1:8) TO WS-BUSINESS-DATE
               END-IF
           END-IF.

      *>  --------------------------------------------------------
      *>  Quarantine register
      *>  --------------------------------------------------------
      *>  A missing register means nothing has ever been quarantined,
      *>  so every request will be refused as not held.
       LOAD-QUARANTINE-REGISTER.
           MOVE 0 TO WS-QREG-COUNT
           MOVE 'N' TO WS-QUARANTINE-EOF
           OPEN INPUT QUARANTINE-FILE
           IF WS-QUARANTINE-STATUS = "00"
               PERFORM UNTIL WS-QUARANTINE-EOF = 'Y'
                   READ QUARANTINE-FILE
                       AT END MOVE 'Y' TO WS-QUARANTINE-EOF
                       NOT AT END PERFORM STORE-QUARANTINE-LINE
                   END-READ
               END-PERFORM
               CLOSE QUARANTINE-FILE
           END-IF.

      *>  A later line for a file already in the table replaces it -
      *>  the register is append-only, so the last word on a file is
      *>  its current state.
       STORE-QUARANTINE-LINE.
           IF FUNCTION TRIM(QUARANTINE-RECORD) NOT = SPACES
               MOVE SPACES TO WS-QREG-NAME-TEXT WS-QREG-DATE-TEXT
                              WS-QREG-STATUS-TEXT WS-QREG-REASON-TEXT
                              WS-QREG-READ-TEXT WS-QREG-VALID-TEXT
                              WS-QREG-INVALID-TEXT WS-QREG-AMOUNT-TEXT
               UNSTRING QUARANTINE-RECORD DELIMITED BY "|"
                   INTO WS-QREG-NAME-TEXT, WS-QREG-DATE-TEXT,
                        WS-QREG-STATUS-TEXT, WS-QREG-REASON-TEXT,
                        WS-QREG-READ-TEXT, WS-QREG-VALID-TEXT,
                        WS-QREG-INVALID-TEXT, WS-QREG-AMOUNT-TEXT
               END-UNSTRING
               MOVE WS-QREG-NAME-TEXT TO WS-REQ-NAME-TEXT
               PERFORM FIND-QUARANTINE-ENTRY
               IF WS-QREG-HIT = 0
                   IF WS-QREG-COUNT < 1000
                       ADD 1 TO WS-QREG-COUNT
                       MOVE WS-QREG-COUNT TO WS-QREG-HIT
                       MOVE WS-QREG-NAME-TEXT TO WS-QREG-NAME(WS-QREG-HIT)
                   ELSE
                       DISPLAY "ERROR: quarantine register has more "
                           "than 1000 files (at "
                           FUNCTION TRIM(WS-QREG-NAME-TEXT)
                           ") - compact it with HOUSEKEEP "
                           "(QUARANTINE-REGISTER retention) and rerun; "
                           "nothing has been released."
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
               IF WS-QREG-HIT > 0
                   MOVE WS-QREG-DATE-TEXT(1:8) TO WS-QREG-DATE(WS-QREG-HIT)
                   MOVE WS-QREG-STATUS-TEXT(1:1)
                       TO WS-QREG-STATUS(WS-QREG-HIT)
                   MOVE WS-QREG-REASON-TEXT TO WS-QREG-REASON(WS-QREG-HIT)
                   MOVE WS-QREG-READ-TEXT TO WS-QREG-READ(WS-QREG-HIT)
                   MOVE WS-QREG-VALID-TEXT TO WS-QREG-VALID(WS-QREG-HIT)
                   MOVE WS-QREG-INVALID-TEXT
                       TO WS-QREG-INVALID(WS-QREG-HIT)
                   MOVE WS-QREG-AMOUNT-TEXT TO WS-QREG-AMOUNT(WS-QREG-HIT)
               END-IF
           END-IF.

       FIND-QUARANTINE-ENTRY.
           MOVE 0 TO WS-QREG-HIT
           PERFORM VARYING WS-QREG-IDX FROM 1 BY 1
                   UNTIL WS-QREG-IDX > WS-QREG-COUNT
               IF WS-QREG-NAME(WS-QREG-IDX) = WS-REQ-NAME-TEXT
                   MOVE WS-QREG-IDX TO WS-QREG-HIT
               END-IF
           END-PERFORM.

      *>  The register is opened once for the whole run; if it cannot
      *>  be appended to, no release can be recorded, so every request
      *>  is refused rather than a file moved back with no trace.
       OPEN-REGISTER-FOR-RELEASE.
           MOVE 'N' TO WS-REGISTER-OPEN
           IF WS-QREG-COUNT > 0
               OPEN EXTEND QUARANTINE-FILE
               IF WS-QUARANTINE-STATUS = "00"
                   MOVE 'Y' TO WS-REGISTER-OPEN
               ELSE
                   DISPLAY "WARNING: quarantine register cannot be "
                       "extended (status " WS-QUARANTINE-STATUS
                       ") - no release can be recorded this run."
               END-IF
           END-IF.

      *>  --------------------------------------------------------
      *>  Releases
      *>  --------------------------------------------------------
       APPLY-ONE-RELEASE.
           MOVE SPACES TO WS-REQ-NAME-TEXT WS-REQ-BY-TEXT
                          WS-REFUSE-REASON
           UNSTRING RELEASE-REQUEST-RECORD DELIMITED BY "|"
               INTO WS-REQ-NAME-TEXT, WS-REQ-BY-TEXT
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-REQ-NAME-TEXT) TO WS-REQ-NAME-TEXT
           PERFORM CHECK-RELEASE-REQUEST
           IF WS-REFUSE-REASON = SPACES
               PERFORM RELEASE-HELD-FILE
           END-IF
           IF WS-REFUSE-REASON NOT = SPACES
               ADD 1 TO WS-REFUSED-COUNT
               MOVE SPACES TO RELEASE-REPORT-RECORD
               STRING "  REFUSED   ", FUNCTION TRIM(WS-REQ-NAME-TEXT),
                      " - ", FUNCTION TRIM(WS-REFUSE-REASON)
                   DELIMITED BY SIZE INTO RELEASE-REPORT-RECORD
               WRITE RELEASE-REPORT-RECORD
           END-IF.

      *>  First failing check wins.  The name goes into a CALL
      *>  "SYSTEM" command, so it is held to the same plain filename
      *>  characters CSVBATCHPROCESS allows through.
       CHECK-RELEASE-REQUEST.
           PERFORM CHECK-NAME-SAFE
           EVALUATE TRUE
               WHEN WS-REQ-NAME-TEXT = SPACES
                   MOVE "NO FILE NAME ON THE REQUEST"
                       TO WS-REFUSE-REASON
               WHEN FUNCTION TRIM(WS-REQ-BY-TEXT) = SPACES
                   MOVE "RELEASED-BY NOT GIVEN" TO WS-REFUSE-REASON
               WHEN WS-NAME-SAFE = 'N'
                   MOVE "FILE NAME HAS CHARACTERS NOT ALLOWED"
                       TO WS-REFUSE-REASON
               WHEN WS-REGISTER-OPEN = 'N'
                   MOVE "QUARANTINE REGISTER UNAVAILABLE"
                       TO WS-REFUSE-REASON
               WHEN OTHER
                   PERFORM FIND-QUARANTINE-ENTRY
                   IF WS-QREG-HIT = 0
                       MOVE "NOT ON THE QUARANTINE REGISTER"
                           TO WS-REFUSE-REASON
                   ELSE
                       IF WS-QREG-STATUS(WS-QREG-HIT) NOT = 'Q'
                           MOVE "NOT HELD - ALREADY RELEASED"
                               TO WS-REFUSE-REASON
                       ELSE
                           PERFORM CHECK-HELD-FILE-PRESENT
                       END-IF
                   END-IF
           END-EVALUATE.

       CHECK-NAME-SAFE.
           MOVE 'Y' TO WS-NAME-SAFE
           COMPUTE WS-NAME-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(WS-REQ-NAME-TEXT))
           PERFORM VARYING WS-NAME-IDX FROM 1 BY 1
                   UNTIL WS-NAME-IDX > WS-NAME-LEN
               MOVE WS-REQ-NAME-TEXT(WS-NAME-IDX:1) TO WS-NAME-CHAR
               IF NOT ((WS-NAME-CHAR >= 'A' AND WS-NAME-CHAR <= 'Z') OR
                       (WS-NAME-CHAR >= 'a' AND WS-NAME-CHAR <= 'z') OR
                       (WS-NAME-CHAR >= '0' AND WS-NAME-CHAR <= '9') OR
                       WS-NAME-CHAR = '.' OR
                       WS-NAME-CHAR = '_' OR
                       WS-NAME-CHAR = '-')
                   MOVE 'N' TO WS-NAME-SAFE
               END-IF
           END-PERFORM.

      *>  Opened only to prove it is there - a register line whose
      *>  file has gone missing from /output/quarantine cannot be
      *>  released into anything.
       CHECK-HELD-FILE-PRESENT.
           MOVE SPACES TO WS-HELD-FILENAME
           STRING "/output/quarantine/", FUNCTION TRIM(WS-REQ-NAME-TEXT)
               DELIMITED BY SIZE INTO WS-HELD-FILENAME
           END-STRING
           OPEN INPUT HELD-FILE
           IF WS-HELD-STATUS = "00"
               CLOSE HELD-FILE
           ELSE
               MOVE "FILE NOT FOUND IN /output/quarantine"
                   TO WS-REFUSE-REASON
           END-IF.

      *>  The register line goes first, so a file is never back in
      *>  ingested-data without its release on record - if the line
      *>  is not written the file stays held and the request is
      *>  reported as refused, to be sent again.  The move is
      *>  built from the request text, not WS-HELD-FILENAME - a
      *>  DYNAMIC file-name field is null-padded by the runtime once
      *>  it has been opened, which would cut the command short.
       RELEASE-HELD-FILE.
           MOVE SPACES TO QUARANTINE-RECORD
           STRING FUNCTION TRIM(WS-REQ-NAME-TEXT), "|",
                  WS-BUSINESS-DATE, "|R|RELEASED BY ",
                  FUNCTION TRIM(WS-REQ-BY-TEXT),
                  "|", FUNCTION TRIM(WS-QREG-READ(WS-QREG-HIT)),
                  "|", FUNCTION TRIM(WS-QREG-VALID(WS-QREG-HIT)),
                  "|", FUNCTION TRIM(WS-QREG-INVALID(WS-QREG-HIT)),
                  "|", FUNCTION TRIM(WS-QREG-AMOUNT(WS-QREG-HIT))
               DELIMITED BY SIZE INTO QUARANTINE-RECORD
           END-STRING
           WRITE QUARANTINE-RECORD
           IF WS-QUARANTINE-STATUS NOT = "00"
               DISPLAY "ERROR: quarantine register write failed (status "
                   WS-QUARANTINE-STATUS ") for "
                   FUNCTION TRIM(WS-REQ-NAME-TEXT)
               MOVE "QUARANTINE REGISTER WRITE FAILED"
                   TO WS-REFUSE-REASON
           ELSE
               PERFORM MOVE-RELEASED-FILE
           END-IF.

       MOVE-RELEASED-FILE.
           MOVE SPACES TO WS-RELEASE-CMD
           STRING "mv /output/quarantine/",
                  FUNCTION TRIM(WS-REQ-NAME-TEXT),
                  " /output/ingested-data/"
               DELIMITED BY SIZE INTO WS-RELEASE-CMD
           END-STRING
           CALL "SYSTEM" USING WS-RELEASE-CMD
           MOVE 'R' TO WS-QREG-STATUS(WS-QREG-HIT)
           ADD 1 TO WS-RELEASED-COUNT
           MOVE SPACES TO RELEASE-REPORT-RECORD
           STRING "  RELEASED  ", FUNCTION TRIM(WS-REQ-NAME-TEXT),
                  " - held since ", WS-QREG-DATE(WS-QREG-HIT),
                  " (", FUNCTION TRIM(WS-QREG-REASON(WS-QREG-HIT)),
                  ") - released by ", FUNCTION TRIM(WS-REQ-BY-TEXT)
               DELIMITED BY SIZE INTO RELEASE-REPORT-RECORD
           END-STRING
           WRITE RELEASE-REPORT-RECORD.

      *>  --------------------------------------------------------
      *>  Report
      *>  --------------------------------------------------------
       WRITE-REPORT-HEADER.
           MOVE SPACES TO RELEASE-REPORT-RECORD
           STRING "Quarantine Release Report - business date ",
                  WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO RELEASE-REPORT-RECORD
           END-STRING
           WRITE RELEASE-REPORT-RECORD
           MOVE SPACES TO RELEASE-REPORT-RECORD
           WRITE RELEASE-REPORT-RECORD
           MOVE SPACES TO RELEASE-REPORT-RECORD
           STRING "Release requests:"
               DELIMITED BY SIZE INTO RELEASE-REPORT-RECORD
           END-STRING
           WRITE RELEASE-REPORT-RECORD.

      *>  Everything the register still shows held after this run's
      *>  releases, oldest hold first as the register lists them.
       WRITE-STILL-HELD-SECTION.
           MOVE SPACES TO RELEASE-REPORT-RECORD
           WRITE RELEASE-REPORT-RECORD
           MOVE SPACES TO RELEASE-REPORT-RECORD
           STRING "Still held in quarantine:"
               DELIMITED BY SIZE INTO RELEASE-REPORT-RECORD
           END-STRING
           WRITE RELEASE-REPORT-RECORD
           MOVE 0 TO WS-STILL-HELD
           PERFORM VARYING WS-QREG-IDX FROM 1 BY 1
                   UNTIL WS-QREG-IDX > WS-QREG-COUNT
               IF WS-QREG-STATUS(WS-QREG-IDX) = 'Q'
                   ADD 1 TO WS-STILL-HELD
                   MOVE 0 TO WS-COUNT-EDIT WS-COUNT-EDIT-2
                   IF FUNCTION TEST-NUMVAL(WS-QREG-READ(WS-QREG-IDX)) = 0
                       MOVE FUNCTION NUMVAL(WS-QREG-READ(WS-QREG-IDX))
                           TO WS-COUNT-EDIT
                   END-IF
                   IF FUNCTION TEST-NUMVAL(WS-QREG-INVALID(WS-QREG-IDX)) = 0
                       MOVE FUNCTION NUMVAL(WS-QREG-INVALID(WS-QREG-IDX))
                           TO WS-COUNT-EDIT-2
                   END-IF
                   MOVE SPACES TO RELEASE-REPORT-RECORD
                   STRING "  ", FUNCTION TRIM(WS-QREG-NAME(WS-QREG-IDX)),
                          " - held since ", WS-QREG-DATE(WS-QREG-IDX),
                          " - ", FUNCTION TRIM(WS-QREG-REASON(WS-QREG-IDX)),
                          " - read ", FUNCTION TRIM(WS-COUNT-EDIT),
                          " invalid ", FUNCTION TRIM(WS-COUNT-EDIT-2)
                       DELIMITED BY SIZE INTO RELEASE-REPORT-RECORD
                   END-STRING
                   WRITE RELEASE-REPORT-RECORD
               END-IF
           END-PERFORM
           IF WS-STILL-HELD = 0
               MOVE SPACES TO RELEASE-REPORT-RECORD
               STRING "  (none)"
                   DELIMITED BY SIZE INTO RELEASE-REPORT-RECORD
               END-STRING
               WRITE RELEASE-REPORT-RECORD
           END-IF.

       WRITE-REPORT-TRAILER.
           MOVE SPACES TO RELEASE-REPORT-RECORD
           WRITE RELEASE-REPORT-RECORD
           MOVE WS-REQUESTS-READ TO WS-COUNT-EDIT
           MOVE WS-RELEASED-COUNT TO WS-COUNT-EDIT-2
           MOVE WS-REFUSED-COUNT TO WS-COUNT-EDIT-3
           MOVE WS-STILL-HELD TO WS-COUNT-EDIT-4
           MOVE SPACES TO RELEASE-REPORT-RECORD
           STRING "Requests read: ", FUNCTION TRIM(WS-COUNT-EDIT),
                  "  Released: ", FUNCTION TRIM(WS-COUNT-EDIT-2),
                  "  Refused: ", FUNCTION TRIM(WS-COUNT-EDIT-3),
                  "  Still held: ", FUNCTION TRIM(WS-COUNT-EDIT-4)
               DELIMITED BY SIZE INTO RELEASE-REPORT-RECORD
           END-STRING
           WRITE RELEASE-REPORT-RECORD.
