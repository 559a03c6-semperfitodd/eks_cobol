           SELECT AUDIT-FILE ASSIGN TO "/output/run_audit_history.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT QUARANTINE-FILE
               ASSIGN TO "/output/quarantine_register.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUARANTINE-STATUS.
      *>  Sort-based match work files - volume is bounded by disk,
      *>  not by a fixed table.  Both sides are collected unsorted,
      *>  sorted by amount into the -sorted files, and matched in one
       FD  AUDIT-FILE.
       01  AUDIT-RECORD PIC X(200).

       FD  QUARANTINE-FILE.
       01  QUARANTINE-RECORD PIC X(400).

      *>  All the work files carry the same 131-byte TRANXREC image,
      *>  moved to and from the structured work records in
      *>  WORKING-STORAGE.
      *>  period.
       01  WS-AMOUNT-EDIT PIC Z(8)9.99.

      *>  Vendor file quarantine - the same register GLPOSTEXTRACT
      *>  reads (TSVNAME|BUSDATE|STATUS|REASON|..., latest line per
      *>  file wins).  A TSV still held (Q) is not loaded, even if it
      *>  has been copied back into ingested-data by hand; a released
      *>  one (R) is loaded like any other, and the transactions it
      *>  contributed are reported on their own trailer line so the
      *>  day-balancing report can net them off - they were ingested
      *>  on an earlier business date.
      *>  The table holds 1000 files; a longer register stops the run
      *>  rather than leave a held file unchecked.  HOUSEKEEP keeps the
      *>  register short by archiving files released longer ago than
      *>  its QUARANTINE-REGISTER retention.
       01  WS-QUARANTINE-STATUS PIC XX.
       01  WS-QUARANTINE-EOF PIC X VALUE 'N'.
       01  WS-QREG-NAME-TEXT PIC X(256).
       01  WS-QREG-DATE-TEXT PIC X(10).
       01  WS-QREG-STATUS-TEXT PIC X(10).
       01  WS-QREG-COUNT PIC 9(4) VALUE 0.
       01  WS-QREG-IDX PIC 9(4) VALUE 0.
       01  WS-QREG-HIT PIC 9(4) VALUE 0.
       01  WS-QREG-TAB.
           05  WS-QREG-ENTRY OCCURS 1000 TIMES.
               10  WS-QREG-NAME   PIC X(256).
               10  WS-QREG-STATUS PIC X.
       01  WS-QUARANTINE-SKIPPED PIC 9(4) VALUE 0.
       01  WS-RELEASED-TRANS PIC 9(7) VALUE 0.
       01  WS-TRANS-COUNT-BEFORE PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           OPEN OUTPUT TRANS-WORK-FILE
           PERFORM LOAD-SUSPENSE
           PERFORM LOAD-ORDERS
           PERFORM LOAD-QUARANTINE-REGISTER
           PERFORM PREPARE-TSV-LIST
           PERFORM LOAD-TRANSACTIONS
           CLOSE ORDER-WORK-FILE
           END-PERFORM
           CLOSE TSV-LIST-FILE.

      *>  See the quarantine comment block in WORKING-STORAGE.
       LOAD-ONE-TSV-FILE.
           PERFORM FIND-QUARANTINE-ENTRY
           IF WS-QREG-HIT > 0 AND WS-QREG-STATUS(WS-QREG-HIT) = 'Q'
               ADD 1 TO WS-QUARANTINE-SKIPPED
               DISPLAY "Skipping quarantined file: "
                   FUNCTION TRIM(WS-TSV-BASENAME)
           ELSE
               MOVE WS-TRANS-COUNT TO WS-TRANS-COUNT-BEFORE
               MOVE SPACES TO WS-TSV-FILENAME
               STRING "/output/ingested-data/" FUNCTION TRIM(WS-TSV-BASENAME)
                   DELIMITED BY SIZE INTO WS-TSV-FILENAME
               OPEN INPUT TSV-FILE
               MOVE 'N' TO WS-TSV-EOF
               PERFORM UNTIL WS-TSV-EOF = 'Y'
                   READ TSV-FILE
                       AT END MOVE 'Y' TO WS-TSV-EOF
                       NOT AT END PERFORM STORE-TRANS-RECORD
                   END-READ
               END-PERFORM
               CLOSE TSV-FILE
               IF WS-QREG-HIT > 0
                   COMPUTE WS-RELEASED-TRANS = WS-RELEASED-TRANS
                       + WS-TRANS-COUNT - WS-TRANS-COUNT-BEFORE
               END-IF
           END-IF.

      *>  Latest status per file; a missing register means nothing has
      *>  ever been quarantined.
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

       STORE-QUARANTINE-LINE.
           IF FUNCTION TRIM(QUARANTINE-RECORD) NOT = SPACES
               MOVE SPACES TO WS-QREG-NAME-TEXT WS-QREG-DATE-TEXT
                              WS-QREG-STATUS-TEXT
               UNSTRING QUARANTINE-RECORD DELIMITED BY "|"
                   INTO WS-QREG-NAME-TEXT, WS-QREG-DATE-TEXT,
                        WS-QREG-STATUS-TEXT
               END-UNSTRING
               MOVE WS-QREG-NAME-TEXT TO WS-TSV-BASENAME
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
                           "nothing has been reconciled."
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
               IF WS-QREG-HIT > 0
                   MOVE WS-QREG-STATUS-TEXT(1:1)
                       TO WS-QREG-STATUS(WS-QREG-HIT)
               END-IF
           END-IF.

       FIND-QUARANTINE-ENTRY.
           MOVE 0 TO WS-QREG-HIT
           PERFORM VARYING WS-QREG-IDX FROM 1 BY 1
                   UNTIL WS-QREG-IDX > WS-QREG-COUNT
               IF WS-QREG-NAME(WS-QREG-IDX) = WS-TSV-BASENAME
                   MOVE WS-QREG-IDX TO WS-QREG-HIT
               END-IF
           END-PERFORM.

      *>  A line the splitter cannot make sense of (no tokens, or more
      *>  than the token table holds, so the "amount" token would be
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           STRING "Quarantined TSV files skipped: ",
                  FUNCTION TRIM(WS-QUARANTINE-SKIPPED),
                  "  Released from quarantine transactions: ",
                  FUNCTION TRIM(WS-RELEASED-TRANS)
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           CLOSE REPORT-FILE.

      *>  Days between an item's first-seen date and today.  A date
