           SELECT AUDIT-FILE ASSIGN TO "/output/run_audit_history.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT QUALITY-FILE ASSIGN TO DYNAMIC WS-QUALITY-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUALITY-STATUS.
           SELECT QUARANTINE-FILE
               ASSIGN TO "/output/quarantine_register.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUARANTINE-STATUS.
           SELECT VENDOR-HISTORY-FILE
               ASSIGN TO "/output/vendor_quality_history.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VENDOR-HISTORY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
       01  AUDIT-RECORD PIC X(200).

       FD  QUALITY-FILE.
       01  QUALITY-RECORD PIC X(100).

       FD  QUARANTINE-FILE.
       01  QUARANTINE-RECORD PIC X(400).

       FD  VENDOR-HISTORY-FILE.
       01  VENDOR-HISTORY-RECORD PIC X(400).

       WORKING-STORAGE SECTION.
       01  WS-CSV-FILENAME PIC X(512).
       01  WS-TSV-FILENAME PIC X(512).
               10  WS-SUMMARY-VALID    PIC 9(6).
               10  WS-SUMMARY-INVALID  PIC 9(6).
               10  WS-SUMMARY-AMOUNT   PIC S9(9)V99.
               10  WS-SUMMARY-HELD     PIC X.
               10  WS-SUMMARY-HELD-WHY PIC X(60).

      *>  Configurable per-vendor CSV shape: LOAD-LAYOUT-CONFIG reads
      *>  /output/csv_layouts.cfg (one line per vendor filename
      *>  read.
       01  WS-CONVERTED-EDIT PIC -(8)9.99.

      *>  Vendor data-quality gate.  /output/vendor_quality.cfg is
      *>  keyed by the same leading filename patterns as
      *>  csv_layouts.cfg, one line per pattern:
      *>      PATTERN|MAX-REJECT-PCT|MIN-RECORDS
      *>  e.g. raw-acme|10|50.  Either limit may be left blank, which
      *>  means that limit is not checked; as with the layouts the
      *>  last matching pattern wins, and a file matching no pattern
      *>  is not gated at all.  Once a file is processed its reject
      *>  rate (invalid x 100 / read) and its record count are held
      *>  against the limits - a rate over MAX-REJECT-PCT or fewer
      *>  records than MIN-RECORDS quarantines the file.
       01  WS-QUALITY-FILENAME PIC X(512)
               VALUE "/output/vendor_quality.cfg".
       01  WS-QUALITY-STATUS PIC XX.
       01  WS-QUALITY-EOF PIC X VALUE 'N'.
       01  WS-QUALITY-COUNT PIC 9(3) VALUE 0.
       01  WS-QUALITY-IDX PIC 9(3) VALUE 0.
       01  WS-QUALITY-PATTERN-TEXT PIC X(50).
       01  WS-QUALITY-PCT-TEXT PIC X(10).
       01  WS-QUALITY-MIN-TEXT PIC X(10).
       01  WS-QUALITY-LINE-OK PIC X VALUE 'Y'.
       01  WS-QUALITY-TAB.
           05  WS-QUALITY-ENTRY OCCURS 50 TIMES.
               10  WS-QUALITY-PATTERN  PIC X(50).
               10  WS-QUALITY-HAS-PCT  PIC X.
               10  WS-QUALITY-MAX-PCT  PIC 9(3)V99.
               10  WS-QUALITY-HAS-MIN  PIC X.
               10  WS-QUALITY-MIN-RECS PIC 9(6).

      *>  Active-file thresholds, set by FIND-QUALITY-FOR-FILE.
      *>  WS-VENDOR-PATTERN names the vendor on the scorecard history:
      *>  the quality pattern the file matched, else its layout
      *>  pattern, else "(UNCONFIGURED)".
       01  WS-VENDOR-PATTERN PIC X(50).
       01  WS-CHECK-REJECT-PCT PIC X VALUE 'N'.
       01  WS-MAX-REJECT-PCT PIC 9(3)V99 VALUE 0.
       01  WS-CHECK-MIN-RECORDS PIC X VALUE 'N'.
       01  WS-MIN-RECORDS PIC 9(6) VALUE 0.
       01  WS-FILE-REJECT-PCT PIC 9(3)V99 VALUE 0.
       01  WS-PCT-EDIT PIC ZZ9.99.
       01  WS-LIMIT-PCT-EDIT PIC ZZ9.99.
       01  WS-FILE-QUARANTINED PIC X VALUE 'N'.
       01  WS-QUARANTINE-REASON PIC X(60).

      *>  Quarantine.  A file that breaches its limits still counts in
      *>  the summary and still leaves its .rej file for REJRESUBMIT,
      *>  but its clean TSV is moved out of /output/ingested-data into
      *>  /output/quarantine, so nothing downstream posts or
      *>  reconciles it, and a line is appended to the append-only
      *>  quarantine register:
      *>      TSVNAME|BUSDATE|STATUS|REASON|READ|VALID|INVALID|AMOUNT
      *>  STATUS Q is held; the QRELEASE program appends an R line
      *>  (and moves the TSV back) when an operator releases it.  The
      *>  latest line for a file is its current status - GLPOSTEXTRACT
      *>  and CSVRECONCILE read the register and skip anything still
      *>  held.  The held figures are reported on their own summary
      *>  lines so the day-balancing tie-outs can net them off.
       01  WS-QUARANTINE-STATUS PIC XX.
       01  WS-QUARANTINE-CMD PIC X(600).
       01  WS-RUN-FILES-HELD PIC 9(4) VALUE 0.
       01  WS-RUN-HELD-VALID PIC 9(7) VALUE 0.
       01  WS-RUN-HELD-AMOUNT PIC S9(11)V99 VALUE 0.
       01  WS-COUNT-EDIT PIC Z(5)9.
       01  WS-LIMIT-EDIT PIC Z(5)9.

      *>  Vendor scorecard feed.  Every processed file appends one line
      *>  to /output/vendor_quality_history.txt:
      *>      BUSDATE|VENDOR|FILE|READ|VALID|INVALID|REJECT-PCT|STATUS|
      *>      CODE1|COUNT1|CODE2|COUNT2|CODE3|COUNT3
      *>  STATUS is A (accepted) or Q (quarantined), and the CODE/COUNT
      *>  pairs are the file's three most frequent reject reason codes
      *>  (blank where there were fewer).  The VENDORSCORE program
      *>  trends it across runs.  The per-file reason tally is reset
      *>  at the start of each file and fed by WRITE-REJECT-RECORD.
       01  WS-VENDOR-HISTORY-STATUS PIC XX.
       01  WS-REASON-COUNT PIC 9(2) VALUE 0.
       01  WS-REASON-IDX PIC 9(2) VALUE 0.
       01  WS-REASON-HIT PIC X VALUE 'N'.
       01  WS-REASON-TAB.
           05  WS-REASON-ENTRY OCCURS 10 TIMES.
               10  WS-REASON-TALLY-CODE  PIC X(30).
               10  WS-REASON-TALLY-COUNT PIC 9(6).
               10  WS-REASON-TAKEN       PIC X.
       01  WS-TOP-IDX PIC 9(2) VALUE 0.
       01  WS-TOP-BEST PIC 9(2) VALUE 0.
       01  WS-TOP-REASON-TAB.
           05  WS-TOP-ENTRY OCCURS 3 TIMES.
               10  WS-TOP-CODE  PIC X(30).
               10  WS-TOP-COUNT PIC 9(6).
       01  WS-FILE-STATUS-FLAG PIC X VALUE 'A'.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           PERFORM CHECK-RUN-ORDER
           PERFORM PREPARE-FILE-LIST
           PERFORM LOAD-LAYOUT-CONFIG
           PERFORM LOAD-QUALITY-CONFIG
           PERFORM LOAD-EXCHANGE-RATES
           PERFORM LOAD-COMPLETED-FILES
           OPEN INPUT FILE-LIST
               END-PERFORM
           END-IF.

      *>  See the data-quality gate comment block in WORKING-STORAGE.
      *>  A missing config file just means no vendor is gated.
       LOAD-QUALITY-CONFIG.
           MOVE 0 TO WS-QUALITY-COUNT
           MOVE 'N' TO WS-QUALITY-EOF
           OPEN INPUT QUALITY-FILE
           IF WS-QUALITY-STATUS = "00"
               PERFORM UNTIL WS-QUALITY-EOF = 'Y'
                   READ QUALITY-FILE
                       AT END MOVE 'Y' TO WS-QUALITY-EOF
                       NOT AT END PERFORM PARSE-QUALITY-LINE
                   END-READ
               END-PERFORM
               CLOSE QUALITY-FILE
           ELSE
               DISPLAY "NOTE: vendor_quality.cfg unavailable (status "
                   WS-QUALITY-STATUS ") - no vendor file will be "
                   "held to a reject-rate or record-count limit."
           END-IF.

      *>  A limit that is not a number - or a reject percentage over
      *>  100 - would quarantine every file the vendor sends or none
      *>  of them, so the whole entry is discarded with a warning the
      *>  way an unusable csv_layouts.cfg entry is.
       PARSE-QUALITY-LINE.
           IF FUNCTION TRIM(QUALITY-RECORD) = SPACES
               CONTINUE
           ELSE
               MOVE SPACES TO WS-QUALITY-PATTERN-TEXT
                              WS-QUALITY-PCT-TEXT WS-QUALITY-MIN-TEXT
               UNSTRING QUALITY-RECORD DELIMITED BY "|"
                   INTO WS-QUALITY-PATTERN-TEXT, WS-QUALITY-PCT-TEXT,
                        WS-QUALITY-MIN-TEXT
               END-UNSTRING
               MOVE 'Y' TO WS-QUALITY-LINE-OK
               IF FUNCTION TRIM(WS-QUALITY-PATTERN-TEXT) = SPACES
                   MOVE 'N' TO WS-QUALITY-LINE-OK
               END-IF
               IF FUNCTION TRIM(WS-QUALITY-PCT-TEXT) NOT = SPACES
                   IF FUNCTION TEST-NUMVAL(
                          FUNCTION TRIM(WS-QUALITY-PCT-TEXT)) NOT = 0
                       MOVE 'N' TO WS-QUALITY-LINE-OK
                   ELSE
                       IF FUNCTION NUMVAL(
                              FUNCTION TRIM(WS-QUALITY-PCT-TEXT)) < 0
                          OR FUNCTION NUMVAL(
                              FUNCTION TRIM(WS-QUALITY-PCT-TEXT)) > 100
                           MOVE 'N' TO WS-QUALITY-LINE-OK
                       END-IF
                   END-IF
               END-IF
               IF FUNCTION TRIM(WS-QUALITY-MIN-TEXT) NOT = SPACES
                   IF FUNCTION TRIM(WS-QUALITY-MIN-TEXT) IS NOT NUMERIC
                      OR FUNCTION LENGTH(
                          FUNCTION TRIM(WS-QUALITY-MIN-TEXT)) > 6
                       MOVE 'N' TO WS-QUALITY-LINE-OK
                   END-IF
               END-IF
               IF WS-QUALITY-LINE-OK = 'N'
                   DISPLAY "WARNING: vendor_quality.cfg entry for "
                       FUNCTION TRIM(WS-QUALITY-PATTERN-TEXT)
                       " has a missing pattern or an unusable "
                       "MAX-REJECT-PCT / MIN-RECORDS - entry ignored."
               ELSE
                   IF WS-QUALITY-COUNT >= 50
                       DISPLAY "WARNING: vendor quality table is full "
                           "(50 entries) - remaining entries ignored."
                   ELSE
                       ADD 1 TO WS-QUALITY-COUNT
                       MOVE WS-QUALITY-PATTERN-TEXT
                           TO WS-QUALITY-PATTERN(WS-QUALITY-COUNT)
                       MOVE 'N' TO WS-QUALITY-HAS-PCT(WS-QUALITY-COUNT)
                       MOVE 0 TO WS-QUALITY-MAX-PCT(WS-QUALITY-COUNT)
                       IF FUNCTION TRIM(WS-QUALITY-PCT-TEXT) NOT = SPACES
                           MOVE 'Y'
                               TO WS-QUALITY-HAS-PCT(WS-QUALITY-COUNT)
                           COMPUTE WS-QUALITY-MAX-PCT(WS-QUALITY-COUNT) =
                               FUNCTION NUMVAL(
                                   FUNCTION TRIM(WS-QUALITY-PCT-TEXT))
                       END-IF
                       MOVE 'N' TO WS-QUALITY-HAS-MIN(WS-QUALITY-COUNT)
                       MOVE 0 TO WS-QUALITY-MIN-RECS(WS-QUALITY-COUNT)
                       IF FUNCTION TRIM(WS-QUALITY-MIN-TEXT) NOT = SPACES
                           MOVE 'Y'
                               TO WS-QUALITY-HAS-MIN(WS-QUALITY-COUNT)
                           COMPUTE WS-QUALITY-MIN-RECS(WS-QUALITY-COUNT) =
                               FUNCTION NUMVAL(
                                   FUNCTION TRIM(WS-QUALITY-MIN-TEXT))
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *>  Matches the raw filename against each configured pattern (a
      *>  simple leading-substring match) and adopts that pattern's
      *>  delimiter/field-count/header; a file that matches nothing
               TO WS-EXPECTED-HEADER
           MOVE 0 TO WS-CURRENCY-COL
           MOVE 'N' TO WS-FIXED-MODE
           MOVE SPACES TO WS-VENDOR-PATTERN
           PERFORM VARYING WS-LAYOUT-IDX FROM 1 BY 1
                   UNTIL WS-LAYOUT-IDX > WS-LAYOUT-COUNT
               IF WS-CURRENT-FILE(1:FUNCTION LENGTH(
                       FUNCTION TRIM(WS-LAYOUT-PATTERN(WS-LAYOUT-IDX)))) =
                  FUNCTION TRIM(WS-LAYOUT-PATTERN(WS-LAYOUT-IDX))
                   MOVE WS-LAYOUT-PATTERN(WS-LAYOUT-IDX)
                       TO WS-VENDOR-PATTERN
                   MOVE WS-LAYOUT-DELIM(WS-LAYOUT-IDX) TO WS-DELIMITER
                   MOVE WS-LAYOUT-FIELDCOUNT(WS-LAYOUT-IDX)
                       TO WS-EXPECTED-FIELDCOUNT
               END-IF
           END-PERFORM.

      *>  Same leading-substring match, last match wins, as
      *>  FIND-LAYOUT-FOR-FILE - which runs first, so a file with a
      *>  layout but no quality entry still trends under its layout
      *>  pattern on the scorecard.
       FIND-QUALITY-FOR-FILE.
           MOVE 'N' TO WS-CHECK-REJECT-PCT
           MOVE 0 TO WS-MAX-REJECT-PCT
           MOVE 'N' TO WS-CHECK-MIN-RECORDS
           MOVE 0 TO WS-MIN-RECORDS
           PERFORM VARYING WS-QUALITY-IDX FROM 1 BY 1
                   UNTIL WS-QUALITY-IDX > WS-QUALITY-COUNT
               IF WS-CURRENT-FILE(1:FUNCTION LENGTH(
                       FUNCTION TRIM(WS-QUALITY-PATTERN(WS-QUALITY-IDX))))
                  = FUNCTION TRIM(WS-QUALITY-PATTERN(WS-QUALITY-IDX))
                   MOVE WS-QUALITY-PATTERN(WS-QUALITY-IDX)
                       TO WS-VENDOR-PATTERN
                   MOVE WS-QUALITY-HAS-PCT(WS-QUALITY-IDX)
                       TO WS-CHECK-REJECT-PCT
                   MOVE WS-QUALITY-MAX-PCT(WS-QUALITY-IDX)
                       TO WS-MAX-REJECT-PCT
                   MOVE WS-QUALITY-HAS-MIN(WS-QUALITY-IDX)
                       TO WS-CHECK-MIN-RECORDS
                   MOVE WS-QUALITY-MIN-RECS(WS-QUALITY-IDX)
                       TO WS-MIN-RECORDS
               END-IF
           END-PERFORM
           IF WS-VENDOR-PATTERN = SPACES
               MOVE "(UNCONFIGURED)" TO WS-VENDOR-PATTERN
           END-IF.

       PREPARE-FILE-LIST.
           DISPLAY "Preparing file list..."
           CALL "SYSTEM" USING

       PROCESS-FILE.
           PERFORM FIND-LAYOUT-FOR-FILE
           PERFORM FIND-QUALITY-FOR-FILE

           STRING "/output/raw-data/"
                  FUNCTION TRIM(WS-TEMP)
           MOVE 0 TO WS-FILE-RECORDS-VALID
           MOVE 0 TO WS-FILE-RECORDS-INVALID
           MOVE 0 TO WS-FILE-TOTAL-AMOUNT
           MOVE 0 TO WS-REASON-COUNT

           PERFORM UNTIL WS-CLEANUP-EOF = 'Y'
               READ CSV-FILE INTO WS-TEMP

           CLOSE CSV-FILE CLEAN-FILE REJECT-FILE
           PERFORM ARCHIVE-RAW-FILE
           PERFORM CHECK-FILE-QUALITY
           PERFORM RECORD-FILE-SUMMARY
           PERFORM WRITE-VENDOR-HISTORY.

      *>  Moves the just-converted raw-data file into a processed
      *>  subdirectory so PREPARE-FILE-LIST's ls/xargs glob (which is
               DELIMITED BY SIZE INTO WS-ARCHIVE-CMD
           CALL "SYSTEM" USING WS-ARCHIVE-CMD.

      *>  Holds the finished file against its vendor's limits - see
      *>  the data-quality gate comment block in WORKING-STORAGE.  A
      *>  reject rate exactly at the limit passes; an empty file has
      *>  a 0% rate and is caught, if at all, by MIN-RECORDS.
       CHECK-FILE-QUALITY.
           MOVE 'N' TO WS-FILE-QUARANTINED
           MOVE SPACES TO WS-QUARANTINE-REASON
           MOVE 0 TO WS-FILE-REJECT-PCT
           IF WS-FILE-RECORDS-READ > 0
               COMPUTE WS-FILE-REJECT-PCT ROUNDED =
                   WS-FILE-RECORDS-INVALID * 100 / WS-FILE-RECORDS-READ
           END-IF
           IF WS-CHECK-REJECT-PCT = 'Y' AND
              WS-FILE-REJECT-PCT > WS-MAX-REJECT-PCT
               MOVE 'Y' TO WS-FILE-QUARANTINED
               MOVE WS-FILE-REJECT-PCT TO WS-PCT-EDIT
               MOVE WS-MAX-REJECT-PCT TO WS-LIMIT-PCT-EDIT
               STRING "reject rate ", FUNCTION TRIM(WS-PCT-EDIT),
                      "% over the ", FUNCTION TRIM(WS-LIMIT-PCT-EDIT),
                      "% limit"
                   DELIMITED BY SIZE INTO WS-QUARANTINE-REASON
               END-STRING
           END-IF
           IF WS-FILE-QUARANTINED = 'N' AND
              WS-CHECK-MIN-RECORDS = 'Y' AND
              WS-FILE-RECORDS-READ < WS-MIN-RECORDS
               MOVE 'Y' TO WS-FILE-QUARANTINED
               MOVE WS-FILE-RECORDS-READ TO WS-COUNT-EDIT
               MOVE WS-MIN-RECORDS TO WS-LIMIT-EDIT
               STRING FUNCTION TRIM(WS-COUNT-EDIT),
                      " records read, under the minimum of ",
                      FUNCTION TRIM(WS-LIMIT-EDIT)
                   DELIMITED BY SIZE INTO WS-QUARANTINE-REASON
               END-STRING
           END-IF
           IF WS-FILE-QUARANTINED = 'Y'
               PERFORM QUARANTINE-CLEAN-FILE
           END-IF.

      *>  Moves the clean TSV out of the downstream programs' reach and
      *>  records the hold.  Built from WS-BASENAME, the plain TSV
      *>  name, for the same null-padding reason ARCHIVE-RAW-FILE
      *>  avoids the DYNAMIC file-name field; the name has already
      *>  passed CHECK-FILENAME-SAFE.
       QUARANTINE-CLEAN-FILE.
           DISPLAY "QUARANTINED: " FUNCTION TRIM(WS-BASENAME) " - "
               FUNCTION TRIM(WS-QUARANTINE-REASON)
           MOVE SPACES TO WS-QUARANTINE-CMD
           STRING "mkdir -p /output/quarantine && mv /output/ingested-data/",
                  FUNCTION TRIM(WS-BASENAME),
                  " /output/quarantine/"
               DELIMITED BY SIZE INTO WS-QUARANTINE-CMD
           CALL "SYSTEM" USING WS-QUARANTINE-CMD
           ADD 1 TO WS-RUN-FILES-HELD
           ADD WS-FILE-RECORDS-VALID TO WS-RUN-HELD-VALID
           ADD WS-FILE-TOTAL-AMOUNT TO WS-RUN-HELD-AMOUNT
           OPEN EXTEND QUARANTINE-FILE
           IF WS-QUARANTINE-STATUS NOT = "00"
               OPEN OUTPUT QUARANTINE-FILE
               CLOSE QUARANTINE-FILE
               OPEN EXTEND QUARANTINE-FILE
           END-IF
           IF WS-QUARANTINE-STATUS = "00"
               MOVE WS-FILE-TOTAL-AMOUNT TO WS-SUMMARY-AMOUNT-EDIT
               MOVE SPACES TO QUARANTINE-RECORD
               STRING FUNCTION TRIM(WS-BASENAME), "|",
                      WS-BUSINESS-DATE, "|Q|",
                      FUNCTION TRIM(WS-QUARANTINE-REASON),
                      "|", FUNCTION TRIM(WS-FILE-RECORDS-READ),
                      "|", FUNCTION TRIM(WS-FILE-RECORDS-VALID),
                      "|", FUNCTION TRIM(WS-FILE-RECORDS-INVALID),
                      "|", FUNCTION TRIM(WS-SUMMARY-AMOUNT-EDIT)
                   DELIMITED BY SIZE INTO QUARANTINE-RECORD
               END-STRING
               WRITE QUARANTINE-RECORD
               CLOSE QUARANTINE-FILE
           ELSE
               DISPLAY "WARNING: quarantine register unavailable "
                   "(status " WS-QUARANTINE-STATUS ") - "
                   FUNCTION TRIM(WS-BASENAME) " is held in "
                   "/output/quarantine but not recorded as such."
           END-IF.

       PARSE-CSV-FIELDS.
           MOVE 0 TO WS-ACTUAL-FIELDCOUNT
           MOVE 'N' TO WS-FIELD-OVERFLOW

           DISPLAY "Invalid record skipped: " FUNCTION TRIM(WS-TEMP)
               " Reason: " FUNCTION TRIM(WS-REASON-CODE)
           PERFORM TALLY-REJECT-REASON

           MOVE SPACES TO REJECT-RECORD
           STRING FUNCTION TRIM(WS-TEMP) WS-TAB

           WRITE REJECT-RECORD.

      *>  Per-file count of each reject reason code, for the scorecard
      *>  history.  The codes are the fixed handful WRITE-REJECT-RECORD
      *>  and CONVERT-CURRENCY assign, so ten slots cannot fill.
       TALLY-REJECT-REASON.
           MOVE 'N' TO WS-REASON-HIT
           PERFORM VARYING WS-REASON-IDX FROM 1 BY 1
                   UNTIL WS-REASON-IDX > WS-REASON-COUNT
               IF WS-REASON-TALLY-CODE(WS-REASON-IDX) = WS-REASON-CODE
                   MOVE 'Y' TO WS-REASON-HIT
                   ADD 1 TO WS-REASON-TALLY-COUNT(WS-REASON-IDX)
               END-IF
           END-PERFORM
           IF WS-REASON-HIT = 'N' AND WS-REASON-COUNT < 10
               ADD 1 TO WS-REASON-COUNT
               MOVE WS-REASON-CODE TO WS-REASON-TALLY-CODE(WS-REASON-COUNT)
               MOVE 1 TO WS-REASON-TALLY-COUNT(WS-REASON-COUNT)
           END-IF.

       LOAD-EXCHANGE-RATES.
           MOVE 0 TO WS-RATE-COUNT
           MOVE 'N' TO WS-RATE-EOF
                   TO WS-SUMMARY-INVALID(WS-SUMMARY-COUNT)
               MOVE WS-FILE-TOTAL-AMOUNT
                   TO WS-SUMMARY-AMOUNT(WS-SUMMARY-COUNT)
               MOVE WS-FILE-QUARANTINED
                   TO WS-SUMMARY-HELD(WS-SUMMARY-COUNT)
               MOVE WS-QUARANTINE-REASON
                   TO WS-SUMMARY-HELD-WHY(WS-SUMMARY-COUNT)
           END-IF.

      *>  See the scorecard feed comment block in WORKING-STORAGE.
       WRITE-VENDOR-HISTORY.
           PERFORM PICK-TOP-REASONS
           IF WS-FILE-QUARANTINED = 'Y'
               MOVE 'Q' TO WS-FILE-STATUS-FLAG
           ELSE
               MOVE 'A' TO WS-FILE-STATUS-FLAG
           END-IF
           OPEN EXTEND VENDOR-HISTORY-FILE
           IF WS-VENDOR-HISTORY-STATUS NOT = "00"
               OPEN OUTPUT VENDOR-HISTORY-FILE
               CLOSE VENDOR-HISTORY-FILE
               OPEN EXTEND VENDOR-HISTORY-FILE
           END-IF
           IF WS-VENDOR-HISTORY-STATUS = "00"
               MOVE WS-FILE-REJECT-PCT TO WS-PCT-EDIT
               MOVE SPACES TO VENDOR-HISTORY-RECORD
               STRING WS-BUSINESS-DATE, "|",
                      FUNCTION TRIM(WS-VENDOR-PATTERN), "|",
                      FUNCTION TRIM(WS-CURRENT-FILE), "|",
                      FUNCTION TRIM(WS-FILE-RECORDS-READ), "|",
                      FUNCTION TRIM(WS-FILE-RECORDS-VALID), "|",
                      FUNCTION TRIM(WS-FILE-RECORDS-INVALID), "|",
                      FUNCTION TRIM(WS-PCT-EDIT), "|",
                      WS-FILE-STATUS-FLAG, "|",
                      FUNCTION TRIM(WS-TOP-CODE(1)), "|",
                      FUNCTION TRIM(WS-TOP-COUNT(1)), "|",
                      FUNCTION TRIM(WS-TOP-CODE(2)), "|",
                      FUNCTION TRIM(WS-TOP-COUNT(2)), "|",
                      FUNCTION TRIM(WS-TOP-CODE(3)), "|",
                      FUNCTION TRIM(WS-TOP-COUNT(3))
                   DELIMITED BY SIZE INTO VENDOR-HISTORY-RECORD
               END-STRING
               WRITE VENDOR-HISTORY-RECORD
               CLOSE VENDOR-HISTORY-FILE
           ELSE
               DISPLAY "WARNING: vendor quality history unavailable "
                   "(status " WS-VENDOR-HISTORY-STATUS ") - "
                   FUNCTION TRIM(WS-CURRENT-FILE)
                   " is missing from the scorecard."
           END-IF.

      *>  The file's three most frequent reject reasons, highest
      *>  count first; ties go to the reason seen first.
       PICK-TOP-REASONS.
           PERFORM VARYING WS-TOP-IDX FROM 1 BY 1 UNTIL WS-TOP-IDX > 3
               MOVE SPACES TO WS-TOP-CODE(WS-TOP-IDX)
               MOVE 0 TO WS-TOP-COUNT(WS-TOP-IDX)
           END-PERFORM
           PERFORM VARYING WS-REASON-IDX FROM 1 BY 1
                   UNTIL WS-REASON-IDX > WS-REASON-COUNT
               MOVE 'N' TO WS-REASON-TAKEN(WS-REASON-IDX)
           END-PERFORM
           PERFORM VARYING WS-TOP-IDX FROM 1 BY 1 UNTIL WS-TOP-IDX > 3
               PERFORM PICK-NEXT-TOP-REASON
           END-PERFORM.

       PICK-NEXT-TOP-REASON.
           MOVE 0 TO WS-TOP-BEST
           PERFORM VARYING WS-REASON-IDX FROM 1 BY 1
                   UNTIL WS-REASON-IDX > WS-REASON-COUNT
               IF WS-REASON-TAKEN(WS-REASON-IDX) = 'N'
                   IF WS-TOP-BEST = 0
                       MOVE WS-REASON-IDX TO WS-TOP-BEST
                   ELSE
                       IF WS-REASON-TALLY-COUNT(WS-REASON-IDX) >
                          WS-REASON-TALLY-COUNT(WS-TOP-BEST)
                           MOVE WS-REASON-IDX TO WS-TOP-BEST
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-TOP-BEST > 0
               MOVE 'Y' TO WS-REASON-TAKEN(WS-TOP-BEST)
               MOVE WS-REASON-TALLY-CODE(WS-TOP-BEST)
                   TO WS-TOP-CODE(WS-TOP-IDX)
               MOVE WS-REASON-TALLY-COUNT(WS-TOP-BEST)
                   TO WS-TOP-COUNT(WS-TOP-IDX)
           END-IF.

       WRITE-SUMMARY-REPORT.
                      FUNCTION TRIM(WS-SUMMARY-AMOUNT-EDIT)
                   DELIMITED BY SIZE INTO SUMMARY-RECORD
               WRITE SUMMARY-RECORD
               IF WS-SUMMARY-HELD(WS-SUMMARY-IDX) = 'Y'
                   MOVE SPACES TO SUMMARY-RECORD
                   STRING "  *** QUARANTINED - ",
                          FUNCTION TRIM(
                              WS-SUMMARY-HELD-WHY(WS-SUMMARY-IDX)),
                          " ***"
                       DELIMITED BY SIZE INTO SUMMARY-RECORD
                   WRITE SUMMARY-RECORD
               END-IF
           END-PERFORM

           MOVE SPACES TO SUMMARY-RECORD
               DELIMITED BY SIZE INTO SUMMARY-RECORD
           WRITE SUMMARY-RECORD

      *>  The quarantined files' share of the grand totals above -
      *>  counted in them, but not passed on to the GL extract or the
      *>  reconciliation until released.
           MOVE SPACES TO SUMMARY-RECORD
           STRING "Files Quarantined: ",
                  FUNCTION TRIM(WS-RUN-FILES-HELD)
               DELIMITED BY SIZE INTO SUMMARY-RECORD
           WRITE SUMMARY-RECORD

           MOVE WS-RUN-HELD-AMOUNT TO WS-RUN-AMOUNT-EDIT
           MOVE SPACES TO SUMMARY-RECORD
           STRING "Held In Quarantine Valid: ",
                  FUNCTION TRIM(WS-RUN-HELD-VALID),
                  "  Held In Quarantine Amount (USD): ",
                  FUNCTION TRIM(WS-RUN-AMOUNT-EDIT)
               DELIMITED BY SIZE INTO SUMMARY-RECORD
           WRITE SUMMARY-RECORD

           CLOSE SUMMARY-FILE.

