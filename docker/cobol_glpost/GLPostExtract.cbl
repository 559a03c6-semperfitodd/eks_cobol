           SELECT MAP-FILE ASSIGN TO "/output/gl_account_map.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-STATUS.
           SELECT CHART-FILE ASSIGN TO "/output/gl_chart_of_accounts.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHART-STATUS.
           SELECT POSTING-FILE ASSIGN TO "/output/gl_postings.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GL-REPORT-FILE ASSIGN TO "/output/gl_extract_report.txt"
           SELECT AUDIT-FILE ASSIGN TO "/output/run_audit_history.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT INVOICE-REGISTER-FILE
               ASSIGN TO "/mnt/efs/data/invoice_register.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.
           SELECT QUARANTINE-FILE
               ASSIGN TO "/output/quarantine_register.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUARANTINE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MAP-FILE.
       01  MAP-RECORD PIC X(100).

       FD  CHART-FILE.
       01  CHART-RECORD PIC X(100).

       FD  POSTING-FILE.
       01  POSTING-RECORD PIC X(80).

       FD  AUDIT-FILE.
       01  AUDIT-RECORD PIC X(200).

       FD  INVOICE-REGISTER-FILE.
       01  INVOICE-REGISTER-RECORD PIC X(200).

       FD  QUARANTINE-FILE.
       01  QUARANTINE-RECORD PIC X(400).

       WORKING-STORAGE SECTION.
       01  WS-TSV-FILENAME PIC X(512).
       01  WS-TSV-BASENAME PIC X(512).
               10  WS-MAP-CREDIT PIC 9(8).
       01  WS-MAP-FOUND PIC X VALUE 'N'.
       01  WS-MAP-HIT PIC 9(3) VALUE 0.
       01  WS-MAP-DEBIT-WORK  PIC 9(8) VALUE 0.
       01  WS-MAP-CREDIT-WORK PIC 9(8) VALUE 0.

      *>  Chart of accounts, the finance-maintained master of every
      *>  account the ledger may carry, one line per account:
      *>      ACCOUNT|NAME|TYPE|ACTIVE[|ROLE]
      *>  TYPE is ASSET, LIABILITY, REVENUE, EXPENSE or EQUITY and
      *>  ACTIVE is Y or N; ROLE is only read by the month-end close
      *>  (GLMONTHCLOSE).  A mapping entry whose debit or credit
      *>  account is not on the chart, or is on it but inactive, is
      *>  refused - loaded as if it were absent, so its transactions
      *>  fall to the unmapped count and are held back rather than
      *>  posted to an account finance does not recognize - and
      *>  listed on the extract report with the reason.  A chart line
      *>  that has lost its account, type or flag is ignored with a
      *>  console warning, which leaves its account unknown.
       01  WS-CHART-STATUS PIC XX.
       01  WS-CHART-EOF PIC X VALUE 'N'.
       01  WS-CHART-ACCT-TEXT   PIC X(20).
       01  WS-CHART-NAME-TEXT   PIC X(40).
       01  WS-CHART-TYPE-TEXT   PIC X(20).
       01  WS-CHART-ACTIVE-TEXT PIC X(10).
       01  WS-CHART-COUNT PIC 9(3) VALUE 0.
       01  WS-CHART-TAB.
           05  WS-CHART-ENTRY OCCURS 500 TIMES.
               10  WS-CHART-ACCT   PIC 9(8).
               10  WS-CHART-ACTIVE PIC X.
       01  WS-CHART-WORK-ACCT PIC 9(8) VALUE 0.
       01  WS-CHART-HIT PIC 9(3) VALUE 0.
       01  WS-CHART-PROBLEM PIC X(40).
       01  WS-REFUSED-COUNT PIC 9(3) VALUE 0.
       01  WS-REFUSED-TAB.
           05  WS-REFUSED-ENTRY OCCURS 100 TIMES.
               10  WS-REFUSED-TYPE   PIC X(20).
               10  WS-REFUSED-REASON PIC X(40).

      *>  Transaction types seen with no mapping - each distinct type
      *>  is reported with a count and amount so the ledger ties out;
       01  WS-RECORDS-POSTED   PIC 9(7) VALUE 0.
       01  WS-RECORDS-UNMAPPED PIC 9(7) VALUE 0.
       01  WS-RECORDS-BADLINE  PIC 9(7) VALUE 0.
      *>  Every detail written to the batch, ingested transactions and
      *>  sales tax alike - the trailer's record count.
       01  WS-DETAILS-WRITTEN  PIC 9(7) VALUE 0.

      *>  Sales tax.  Tax is recognized when it is billed, so it is
      *>  taken from SHIPCONFIRM's invoice register
      *>      INVOICE-NO|BUSDATE|ORDERID|CUST-ID|SHIPDATE|AMOUNT|TAX|TOTAL
      *>  - the business date's lines, the same ones ARPOSTING
      *>  charges to AR - and never from the accepted orders, most of
      *>  which are not yet shipped (TAX is signed; a credit note's is
      *>  negative).  Each nonzero tax posts as transaction type
      *>  SALESTAX through gl_account_map.cfg's SALESTAX entry -
      *>  receivable debited, the tax-liability account credited, and
      *>  swapped for a credit memo like any refund.  The tax figures
      *>  are counted and reported apart from the ingested
      *>  transactions so the extract's own totals still tie out to
      *>  the ingestion summary; a missing SALESTAX mapping holds the
      *>  tax back with its own count and amount, never drops it.
       01  WS-REGISTER-STATUS PIC XX.
       01  WS-REGISTER-EOF PIC X VALUE 'N'.
       01  WS-REG-INVNO-TEXT PIC X(20).
       01  WS-REG-DATE-TEXT PIC X(20).
       01  WS-REG-ORDER-TEXT PIC X(50).
       01  WS-REG-CUST-TEXT PIC X(20).
       01  WS-REG-SHIP-TEXT PIC X(20).
       01  WS-REG-AMOUNT-TEXT PIC X(20).
       01  WS-TAX-AMT-TEXT PIC X(20).
       01  WS-INVOICE-LINES-READ PIC 9(7) VALUE 0.
       01  WS-TAX-POSTED       PIC 9(7) VALUE 0.
       01  WS-TAX-UNMAPPED     PIC 9(7) VALUE 0.
       01  WS-TAX-BADLINE      PIC 9(7) VALUE 0.
       01  WS-TAX-NET-TOTAL    PIC S9(13)V99 VALUE 0.
       01  WS-TAX-UNMAPPED-AMOUNT PIC S9(13)V99 VALUE 0.

      *>  Fixed-width posting records, built here and written FROM so
      *>  the finance package sees pure column positions, no
       01  WS-CTL-KEY-TEXT PIC X(20).
       01  WS-CTL-VALUE-TEXT PIC X(20).
       01  WS-AUDIT-REJ PIC 9(7) VALUE 0.
       01  WS-AUDIT-IN PIC 9(7) VALUE 0.
       01  WS-AUDIT-OUT PIC 9(7) VALUE 0.

      *>  Nightly run-order guard.  The audit history doubles as the
      *>  schedule ledger: at startup it is scanned for the current
      *>  business date, and the run stops (a) if this program already
      *>  has a completed run recorded for the date - a second run
      *>  would extract the same postings twice - or (b) if
      *>  CSVBATCHPROCESS or SHIPCONFIRM (whose invoices carry the
      *>  sales tax) has not completed for the date, which would
      *>  extract a half-fed day.  The operator overrides both gates
      *>  for a deliberate rerun by adding FORCE-RERUN|Y to
      *>  run_control.cfg; it is never the default, and it is read
       01  WS-GUARD-EOF PIC X VALUE 'N'.
       01  WS-SELF-RAN PIC X VALUE 'N'.
       01  WS-UPSTREAM-INGEST PIC X VALUE 'N'.
       01  WS-UPSTREAM-SHIPCONFIRM PIC X VALUE 'N'.
       01  WS-AUD-RUNID-TEXT PIC X(50).
       01  WS-AUD-PROG-TEXT PIC X(30).
       01  WS-AUD-DATE-TEXT PIC X(20).
      *>  heavy refund day.
       01  WS-REPORT-AMOUNT-EDIT PIC -(10)9.99.

      *>  Vendor file quarantine.  CSVBATCHPROCESS moves a vendor file
      *>  that breached its vendor_quality.cfg limits out of
      *>  /output/ingested-data and logs it on the append-only
      *>  register /output/quarantine_register.txt
      *>  (TSVNAME|BUSDATE|STATUS|REASON|...); QRELEASE appends an R
      *>  line and moves it back once an operator releases it.  The
      *>  latest line per file is its current status.  A TSV still
      *>  held (Q) is never extracted, even if it has been copied back
      *>  by hand; a released one (R) is extracted, and its records
      *>  and amount are also totalled on their own report line - they
      *>  were ingested on an earlier business date, so the
      *>  day-balancing report nets them off before tying this
      *>  extract to today's ingestion summary.
      *>  The table holds 1000 files; a longer register stops the run
      *>  rather than leave a held file unchecked.  HOUSEKEEP keeps the
      *>  register short by archiving files released longer ago than
      *>  its QUARANTINE-REGISTER retention.
       01  WS-QUARANTINE-STATUS PIC XX.
       01  WS-QUARANTINE-EOF PIC X VALUE 'N'.
       01  WS-QREG-NAME-TEXT PIC X(256).
       01  WS-QREG-DATE-TEXT PIC X(10).
       01  WS-QREG-STATUS-TEXT PIC X(10).
       01  WS-QREG-REASON-TEXT PIC X(60).
       01  WS-QREG-COUNT PIC 9(4) VALUE 0.
       01  WS-QREG-IDX PIC 9(4) VALUE 0.
       01  WS-QREG-HIT PIC 9(4) VALUE 0.
       01  WS-QREG-TAB.
           05  WS-QREG-ENTRY OCCURS 1000 TIMES.
               10  WS-QREG-NAME   PIC X(256).
               10  WS-QREG-DATE   PIC X(8).
               10  WS-QREG-STATUS PIC X.
               10  WS-QREG-REASON PIC X(60).
               10  WS-QREG-SKIPPED PIC X.
       01  WS-TSV-RELEASED PIC X VALUE 'N'.
       01  WS-QUARANTINE-SKIPPED PIC 9(4) VALUE 0.
       01  WS-QUARANTINE-HELD PIC 9(4) VALUE 0.
       01  WS-RELEASED-FILES PIC 9(4) VALUE 0.
       01  WS-RELEASED-READ PIC 9(7) VALUE 0.
       01  WS-RELEASED-AMOUNT PIC S9(13)V99 VALUE 0.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           PERFORM INIT-RUN-CONTROL
           PERFORM CHECK-RUN-ORDER
           PERFORM LOAD-CHART-OF-ACCOUNTS
           PERFORM LOAD-ACCOUNT-MAP
           PERFORM LOAD-QUARANTINE-REGISTER
           PERFORM PREPARE-TSV-LIST
           OPEN OUTPUT POSTING-FILE
           PERFORM WRITE-BATCH-HEADER
               END-READ
           END-PERFORM
           CLOSE TSV-LIST-FILE
           PERFORM EXTRACT-SALES-TAX
           PERFORM WRITE-BATCH-TRAILER
           CLOSE POSTING-FILE
           PERFORM WRITE-EXTRACT-REPORT
                       "run_control.cfg to proceed anyway."
                   STOP RUN
               END-IF
               IF WS-UPSTREAM-SHIPCONFIRM = 'N'
                   DISPLAY "ERROR: SHIPCONFIRM has not completed "
                       "for business date " WS-BUSINESS-DATE " - the "
                       "sales tax on the day's invoices would be "
                       "missing.  Run it first, or set FORCE-RERUN|Y "
                       "in run_control.cfg to proceed anyway."
                   STOP RUN
               END-IF
           END-IF.

       SCAN-AUDIT-LINE.
                       MOVE 'Y' TO WS-SELF-RAN
                   WHEN "CSVBATCHPROCESS"
                       MOVE 'Y' TO WS-UPSTREAM-INGEST
                   WHEN "SHIPCONFIRM"
                       MOVE 'Y' TO WS-UPSTREAM-SHIPCONFIRM
               END-EVALUATE
           END-IF.

      *>  One append-only line per run.  IN counts the records read,
      *>  OUT what posted, REJ what could not be (unmapped plus bad
      *>  lines) - sales tax lines included on all three.
       WRITE-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-END-TS
           COMPUTE WS-AUDIT-REJ =
               WS-RECORDS-UNMAPPED + WS-RECORDS-BADLINE
               + WS-TAX-UNMAPPED + WS-TAX-BADLINE
           COMPUTE WS-AUDIT-IN =
               WS-RECORDS-READ + WS-TAX-POSTED + WS-TAX-UNMAPPED
               + WS-TAX-BADLINE
           COMPUTE WS-AUDIT-OUT = WS-RECORDS-POSTED + WS-TAX-POSTED
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-FILE
               STRING FUNCTION TRIM(WS-RUN-ID),
                      "|GLPOSTEXTRACT|", WS-BUSINESS-DATE,
                      "|", WS-START-TS, "|", WS-END-TS,
                      "|", FUNCTION TRIM(WS-AUDIT-IN),
                      "|", FUNCTION TRIM(WS-AUDIT-OUT),
                      "|", FUNCTION TRIM(WS-AUDIT-REJ)
                   DELIMITED BY SIZE INTO AUDIT-RECORD
               END-STRING
                   END-UNSTRING
                   IF FUNCTION TRIM(WS-MAP-DEBIT-TEXT) IS NUMERIC AND
                      FUNCTION TRIM(WS-MAP-CREDIT-TEXT) IS NUMERIC
                       COMPUTE WS-MAP-DEBIT-WORK =
                           FUNCTION NUMVAL(
                               FUNCTION TRIM(WS-MAP-DEBIT-TEXT))
                       COMPUTE WS-MAP-CREDIT-WORK =
                           FUNCTION NUMVAL(
                               FUNCTION TRIM(WS-MAP-CREDIT-TEXT))
                       PERFORM CHECK-MAP-AGAINST-CHART
                       IF WS-CHART-PROBLEM = SPACES
                           ADD 1 TO WS-MAP-COUNT
                           MOVE WS-MAP-TYPE-TEXT
                               TO WS-MAP-TYPE(WS-MAP-COUNT)
                           MOVE WS-MAP-DEBIT-WORK
                               TO WS-MAP-DEBIT(WS-MAP-COUNT)
                           MOVE WS-MAP-CREDIT-WORK
                               TO WS-MAP-CREDIT(WS-MAP-COUNT)
                       ELSE
                           PERFORM RECORD-REFUSED-MAPPING
                       END-IF
                   ELSE
                       DISPLAY "WARNING: gl_account_map.cfg entry for "
                           FUNCTION TRIM(WS-MAP-TYPE-TEXT)
               END-IF
           END-IF.

      *>  See the chart-of-accounts comment block in WORKING-STORAGE.
      *>  A chart that cannot be read leaves every account unknown, so
      *>  every mapping is refused - nothing posts until finance has a
      *>  chart in place, which is the point of having one.
       LOAD-CHART-OF-ACCOUNTS.
           MOVE 0 TO WS-CHART-COUNT
           MOVE 'N' TO WS-CHART-EOF
           OPEN INPUT CHART-FILE
           IF WS-CHART-STATUS = "00"
               PERFORM UNTIL WS-CHART-EOF = 'Y'
                   READ CHART-FILE
                       AT END MOVE 'Y' TO WS-CHART-EOF
                       NOT AT END PERFORM PARSE-CHART-LINE
                   END-READ
               END-PERFORM
               CLOSE CHART-FILE
           ELSE
               DISPLAY "WARNING: chart of accounts "
                   "/output/gl_chart_of_accounts.cfg unavailable "
                   "(status " WS-CHART-STATUS ") - every account "
                   "mapping will be refused."
           END-IF.

       PARSE-CHART-LINE.
           IF FUNCTION TRIM(CHART-RECORD) = SPACES
               CONTINUE
           ELSE
               IF WS-CHART-COUNT >= 500
                   DISPLAY "WARNING: chart of accounts table is full "
                       "(500 entries) - remaining accounts ignored."
               ELSE
                   MOVE SPACES TO WS-CHART-ACCT-TEXT WS-CHART-NAME-TEXT
                                  WS-CHART-TYPE-TEXT
                                  WS-CHART-ACTIVE-TEXT
                   UNSTRING CHART-RECORD DELIMITED BY "|"
                       INTO WS-CHART-ACCT-TEXT, WS-CHART-NAME-TEXT,
                            WS-CHART-TYPE-TEXT, WS-CHART-ACTIVE-TEXT
                   END-UNSTRING
                   IF FUNCTION TRIM(WS-CHART-ACCT-TEXT) IS NUMERIC AND
                      FUNCTION TRIM(WS-CHART-ACCT-TEXT) NOT = SPACES AND
                      (FUNCTION TRIM(WS-CHART-TYPE-TEXT) = "ASSET" OR
                       FUNCTION TRIM(WS-CHART-TYPE-TEXT) = "LIABILITY" OR
                       FUNCTION TRIM(WS-CHART-TYPE-TEXT) = "REVENUE" OR
                       FUNCTION TRIM(WS-CHART-TYPE-TEXT) = "EXPENSE" OR
                       FUNCTION TRIM(WS-CHART-TYPE-TEXT) = "EQUITY") AND
                      (FUNCTION TRIM(WS-CHART-ACTIVE-TEXT) = "Y" OR
                       FUNCTION TRIM(WS-CHART-ACTIVE-TEXT) = "N")
                       ADD 1 TO WS-CHART-COUNT
                       COMPUTE WS-CHART-ACCT(WS-CHART-COUNT) =
                           FUNCTION NUMVAL(
                               FUNCTION TRIM(WS-CHART-ACCT-TEXT))
                       MOVE FUNCTION TRIM(WS-CHART-ACTIVE-TEXT)
                           TO WS-CHART-ACTIVE(WS-CHART-COUNT)
                   ELSE
                       DISPLAY "WARNING: gl_chart_of_accounts.cfg entry "
                           FUNCTION TRIM(WS-CHART-ACCT-TEXT)
                           " has a bad account code, type or active "
                           "flag - entry ignored."
                   END-IF
               END-IF
           END-IF.

      *>  Leaves WS-CHART-PROBLEM blank when both of the entry's
      *>  accounts are on the chart and active, else the reason the
      *>  mapping is refused.
       CHECK-MAP-AGAINST-CHART.
           MOVE SPACES TO WS-CHART-PROBLEM
           MOVE WS-MAP-DEBIT-WORK TO WS-CHART-WORK-ACCT
           PERFORM FIND-CHART-ACCOUNT
           IF WS-CHART-HIT = 0
               MOVE "debit account not on chart"
                   TO WS-CHART-PROBLEM
           ELSE
               IF WS-CHART-ACTIVE(WS-CHART-HIT) NOT = 'Y'
                   MOVE "debit account is inactive"
                       TO WS-CHART-PROBLEM
               END-IF
           END-IF
           IF WS-CHART-PROBLEM = SPACES
               MOVE WS-MAP-CREDIT-WORK TO WS-CHART-WORK-ACCT
               PERFORM FIND-CHART-ACCOUNT
               IF WS-CHART-HIT = 0
                   MOVE "credit account not on chart"
                       TO WS-CHART-PROBLEM
               ELSE
                   IF WS-CHART-ACTIVE(WS-CHART-HIT) NOT = 'Y'
                       MOVE "credit account is inactive"
                           TO WS-CHART-PROBLEM
                   END-IF
               END-IF
           END-IF.

       FIND-CHART-ACCOUNT.
           MOVE 0 TO WS-CHART-HIT
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CHART-COUNT
               IF WS-CHART-ACCT(WS-IDX) = WS-CHART-WORK-ACCT
                   MOVE WS-IDX TO WS-CHART-HIT
               END-IF
           END-PERFORM.

       RECORD-REFUSED-MAPPING.
           DISPLAY "WARNING: gl_account_map.cfg entry for "
               FUNCTION TRIM(WS-MAP-TYPE-TEXT) " refused - "
               FUNCTION TRIM(WS-CHART-PROBLEM) "."
           IF WS-REFUSED-COUNT < 100
               ADD 1 TO WS-REFUSED-COUNT
               MOVE WS-MAP-TYPE-TEXT TO WS-REFUSED-TYPE(WS-REFUSED-COUNT)
               MOVE WS-CHART-PROBLEM
                   TO WS-REFUSED-REASON(WS-REFUSED-COUNT)
           END-IF.

      *>  Loads the register's latest status per file.  A missing
      *>  register just means nothing has ever been quarantined.
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
           END-IF
           MOVE 0 TO WS-QUARANTINE-HELD
           PERFORM VARYING WS-QREG-IDX FROM 1 BY 1
                   UNTIL WS-QREG-IDX > WS-QREG-COUNT
               IF WS-QREG-STATUS(WS-QREG-IDX) = 'Q'
                   ADD 1 TO WS-QUARANTINE-HELD
               END-IF
           END-PERFORM.

      *>  A later line for a file already in the table replaces its
      *>  status - the register is append-only, so the last word on a
      *>  file is its current state.
       STORE-QUARANTINE-LINE.
           IF FUNCTION TRIM(QUARANTINE-RECORD) NOT = SPACES
               MOVE SPACES TO WS-QREG-NAME-TEXT WS-QREG-DATE-TEXT
                              WS-QREG-STATUS-TEXT WS-QREG-REASON-TEXT
               UNSTRING QUARANTINE-RECORD DELIMITED BY "|"
                   INTO WS-QREG-NAME-TEXT, WS-QREG-DATE-TEXT,
                        WS-QREG-STATUS-TEXT, WS-QREG-REASON-TEXT
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
                           "nothing has been extracted."
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
               IF WS-QREG-HIT > 0
                   MOVE WS-QREG-DATE-TEXT(1:8) TO WS-QREG-DATE(WS-QREG-HIT)
                   MOVE WS-QREG-STATUS-TEXT(1:1)
                       TO WS-QREG-STATUS(WS-QREG-HIT)
                   MOVE WS-QREG-REASON-TEXT TO WS-QREG-REASON(WS-QREG-HIT)
                   MOVE 'N' TO WS-QREG-SKIPPED(WS-QREG-HIT)
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

       PREPARE-TSV-LIST.
           DISPLAY "Preparing ingested-transaction file list..."
           CALL "SYSTEM" USING
               "ls /output/ingested-data/*.tsv | xargs -n 1 basename > /output/gl_tsv_filelist.txt"
           DISPLAY "Ingested-transaction file list prepared.".

      *>  See the quarantine comment block in WORKING-STORAGE.
       EXTRACT-ONE-TSV-FILE.
           PERFORM FIND-QUARANTINE-ENTRY
           MOVE 'N' TO WS-TSV-RELEASED
           IF WS-QREG-HIT > 0
               IF WS-QREG-STATUS(WS-QREG-HIT) = 'Q'
                   MOVE 'Y' TO WS-QREG-SKIPPED(WS-QREG-HIT)
               ELSE
                   MOVE 'Y' TO WS-TSV-RELEASED
               END-IF
           END-IF
           IF WS-QREG-HIT > 0 AND WS-TSV-RELEASED = 'N'
               ADD 1 TO WS-QUARANTINE-SKIPPED
               DISPLAY "Skipping quarantined file: "
                   FUNCTION TRIM(WS-TSV-BASENAME)
           ELSE
               IF WS-TSV-RELEASED = 'Y'
                   ADD 1 TO WS-RELEASED-FILES
               END-IF
               MOVE SPACES TO WS-TSV-FILENAME
               STRING "/output/ingested-data/" FUNCTION TRIM(WS-TSV-BASENAME)
                   DELIMITED BY SIZE INTO WS-TSV-FILENAME
               OPEN INPUT TSV-FILE
               MOVE 'N' TO WS-TSV-EOF
               PERFORM UNTIL WS-TSV-EOF = 'Y'
                   READ TSV-FILE
                       AT END MOVE 'Y' TO WS-TSV-EOF
                       NOT AT END PERFORM EXTRACT-ONE-RECORD
                   END-READ
               END-PERFORM
               CLOSE TSV-FILE
           END-IF.

       EXTRACT-ONE-RECORD.
           ADD 1 TO WS-RECORDS-READ
           IF WS-TSV-RELEASED = 'Y'
               ADD 1 TO WS-RELEASED-READ
           END-IF
           PERFORM SPLIT-TSV-RECORD
           IF WS-TOKEN-COUNT < 3 OR WS-TOKEN-OVERFLOW = 'Y'
               ADD 1 TO WS-RECORDS-BADLINE
               IF WS-AMOUNT-BAD = 'Y'
                   ADD 1 TO WS-RECORDS-BADLINE
               ELSE
                   IF WS-TSV-RELEASED = 'Y'
                       ADD WS-TRAN-AMOUNT TO WS-RELEASED-AMOUNT
                   END-IF
                   PERFORM FIND-ACCOUNT-MAPPING
                   IF WS-MAP-FOUND = 'Y'
                       PERFORM WRITE-POSTING-DETAIL
                       ADD 1 TO WS-RECORDS-POSTED
                       ADD WS-TRAN-AMOUNT TO WS-NET-AMOUNT-TOTAL
                   ELSE
                       PERFORM RECORD-UNMAPPED-TYPE
                   END-IF
           MOVE WS-TRAN-MAGNITUDE TO PD-AMOUNT
           MOVE WS-TRAN-TYPE TO PD-TRAN-TYPE
           WRITE POSTING-RECORD FROM WS-POSTING-DETAIL
           ADD 1 TO WS-DETAILS-WRITTEN
           ADD WS-TRAN-MAGNITUDE TO WS-AMOUNT-TOTAL
           ADD WS-MAP-DEBIT(WS-MAP-HIT) TO WS-ACCT-HASH
           ADD WS-MAP-CREDIT(WS-MAP-HIT) TO WS-ACCT-HASH.

      *>  See the sales-tax comment block in WORKING-STORAGE.  Only
      *>  the business date's register lines are taken; a zero tax
      *>  (an exempt customer, or a zero-rated jurisdiction) posts
      *>  nothing.  A missing register means nothing was ever
      *>  invoiced.
       EXTRACT-SALES-TAX.
           MOVE 'N' TO WS-REGISTER-EOF
           OPEN INPUT INVOICE-REGISTER-FILE
           IF WS-REGISTER-STATUS NOT = "00"
               DISPLAY "WARNING: invoice register unavailable "
                   "(status " WS-REGISTER-STATUS ") - no sales tax "
                   "postings in this batch."
           ELSE
               PERFORM UNTIL WS-REGISTER-EOF = 'Y'
                   READ INVOICE-REGISTER-FILE
                       AT END MOVE 'Y' TO WS-REGISTER-EOF
                       NOT AT END PERFORM EXTRACT-ONE-INVOICE-TAX
                   END-READ
               END-PERFORM
               CLOSE INVOICE-REGISTER-FILE
           END-IF.

       EXTRACT-ONE-INVOICE-TAX.
           MOVE SPACES TO WS-REG-INVNO-TEXT WS-REG-DATE-TEXT
                          WS-REG-ORDER-TEXT WS-REG-CUST-TEXT
                          WS-REG-SHIP-TEXT WS-REG-AMOUNT-TEXT
                          WS-TAX-AMT-TEXT
           UNSTRING INVOICE-REGISTER-RECORD DELIMITED BY "|"
               INTO WS-REG-INVNO-TEXT, WS-REG-DATE-TEXT,
                    WS-REG-ORDER-TEXT, WS-REG-CUST-TEXT,
                    WS-REG-SHIP-TEXT, WS-REG-AMOUNT-TEXT,
                    WS-TAX-AMT-TEXT
           END-UNSTRING
           IF WS-REG-DATE-TEXT(1:8) = WS-BUSINESS-DATE
               ADD 1 TO WS-INVOICE-LINES-READ
               MOVE 'N' TO WS-AMOUNT-BAD
               MOVE 0 TO WS-TRAN-AMOUNT
               IF FUNCTION TRIM(WS-TAX-AMT-TEXT) = SPACES OR
                  FUNCTION TEST-NUMVAL-C(
                      FUNCTION TRIM(WS-TAX-AMT-TEXT)) NOT = 0
                   MOVE 'Y' TO WS-AMOUNT-BAD
               ELSE
                   COMPUTE WS-TRAN-AMOUNT =
                       FUNCTION NUMVAL-C(FUNCTION TRIM(WS-TAX-AMT-TEXT))
                       ON SIZE ERROR
                           MOVE 'Y' TO WS-AMOUNT-BAD
                   END-COMPUTE
               END-IF
               IF WS-AMOUNT-BAD = 'Y'
                   ADD 1 TO WS-TAX-BADLINE
                   DISPLAY "WARNING: unreadable sales tax on invoice "
                       FUNCTION TRIM(WS-REG-INVNO-TEXT) " - not posted."
               ELSE
                   IF WS-TRAN-AMOUNT NOT = 0
                       MOVE WS-BUSINESS-DATE TO WS-TRAN-DATE
                       MOVE "SALESTAX" TO WS-TRAN-TYPE
                       PERFORM FIND-ACCOUNT-MAPPING
                       IF WS-MAP-FOUND = 'Y'
                           PERFORM WRITE-POSTING-DETAIL
                           ADD 1 TO WS-TAX-POSTED
                           ADD WS-TRAN-AMOUNT TO WS-TAX-NET-TOTAL
                       ELSE
                           ADD 1 TO WS-TAX-UNMAPPED
                           ADD WS-TRAN-AMOUNT TO WS-TAX-UNMAPPED-AMOUNT
                       END-IF
                   END-IF
               END-IF
           END-IF.

       RECORD-UNMAPPED-TYPE.
           ADD 1 TO WS-RECORDS-UNMAPPED
           MOVE 'N' TO WS-UNMAPPED-HIT
      *>  been written whole - a run that dies mid-extract leaves the
      *>  id unconsumed for the rerun.
       WRITE-BATCH-TRAILER.
           MOVE WS-DETAILS-WRITTEN TO PT-RECORD-COUNT
           MOVE WS-AMOUNT-TOTAL TO PT-AMOUNT-TOTAL
           MOVE WS-ACCT-HASH TO PT-ACCT-HASH
           WRITE POSTING-RECORD FROM WS-POSTING-TRAILER
               WRITE GL-REPORT-RECORD
           END-IF

           MOVE SPACES TO GL-REPORT-RECORD
           WRITE GL-REPORT-RECORD

           MOVE SPACES TO GL-REPORT-RECORD
           STRING "Account mappings refused by the chart of accounts:"
               DELIMITED BY SIZE INTO GL-REPORT-RECORD
           WRITE GL-REPORT-RECORD

           IF WS-REFUSED-COUNT = 0
               MOVE SPACES TO GL-REPORT-RECORD
               STRING "  (none)"
                   DELIMITED BY SIZE INTO GL-REPORT-RECORD
               WRITE GL-REPORT-RECORD
           END-IF

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-REFUSED-COUNT
               MOVE SPACES TO GL-REPORT-RECORD
               STRING "  ", FUNCTION TRIM(WS-REFUSED-TYPE(WS-IDX)),
                      " - ", FUNCTION TRIM(WS-REFUSED-REASON(WS-IDX))
                   DELIMITED BY SIZE INTO GL-REPORT-RECORD
               WRITE GL-REPORT-RECORD
           END-PERFORM

      *>  Quarantine figures.  The released line is what the
      *>  day-balancing report nets off the totals above.
           MOVE SPACES TO GL-REPORT-RECORD
           WRITE GL-REPORT-RECORD

           MOVE SPACES TO GL-REPORT-RECORD
           STRING "Vendor files held in quarantine (not extracted):"
               DELIMITED BY SIZE INTO GL-REPORT-RECORD
           WRITE GL-REPORT-RECORD

           IF WS-QUARANTINE-HELD = 0
               MOVE SPACES TO GL-REPORT-RECORD
               STRING "  (none)"
                   DELIMITED BY SIZE INTO GL-REPORT-RECORD
               WRITE GL-REPORT-RECORD
           END-IF

           PERFORM VARYING WS-QREG-IDX FROM 1 BY 1
                   UNTIL WS-QREG-IDX > WS-QREG-COUNT
               IF WS-QREG-STATUS(WS-QREG-IDX) = 'Q'
                   MOVE SPACES TO GL-REPORT-RECORD
                   IF WS-QREG-SKIPPED(WS-QREG-IDX) = 'Y'
                       STRING "  ", FUNCTION TRIM(WS-QREG-NAME(WS-QREG-IDX)),
                              " - held since ", WS-QREG-DATE(WS-QREG-IDX),
                              " - ", FUNCTION TRIM(WS-QREG-REASON(WS-QREG-IDX)),
                              " (found in ingested-data, skipped)"
                           DELIMITED BY SIZE INTO GL-REPORT-RECORD
                   ELSE
                       STRING "  ", FUNCTION TRIM(WS-QREG-NAME(WS-QREG-IDX)),
                              " - held since ", WS-QREG-DATE(WS-QREG-IDX),
                              " - ", FUNCTION TRIM(WS-QREG-REASON(WS-QREG-IDX))
                           DELIMITED BY SIZE INTO GL-REPORT-RECORD
                   END-IF
                   WRITE GL-REPORT-RECORD
               END-IF
           END-PERFORM

           MOVE WS-RELEASED-AMOUNT TO WS-REPORT-AMOUNT-EDIT
           MOVE SPACES TO GL-REPORT-RECORD
           STRING "Released Files Extracted: ",
                  FUNCTION TRIM(WS-RELEASED-FILES),
                  "  Released From Quarantine Read: ",
                  FUNCTION TRIM(WS-RELEASED-READ),
                  "  Released From Quarantine Amount: ",
                  FUNCTION TRIM(WS-REPORT-AMOUNT-EDIT)
               DELIMITED BY SIZE INTO GL-REPORT-RECORD
           WRITE GL-REPORT-RECORD

      *>  The sales tax figures stay off the labels the day-balancing
      *>  report reads for the ingested transactions above.
           MOVE SPACES TO GL-REPORT-RECORD
           WRITE GL-REPORT-RECORD

           MOVE SPACES TO GL-REPORT-RECORD
           STRING "Sales tax from the day's invoices:"
               DELIMITED BY SIZE INTO GL-REPORT-RECORD
           WRITE GL-REPORT-RECORD

           MOVE SPACES TO GL-REPORT-RECORD
           STRING "  Invoice Lines Read: ",
                  FUNCTION TRIM(WS-INVOICE-LINES-READ),
                  "  Tax Postings Written: ", FUNCTION TRIM(WS-TAX-POSTED),
                  "  Unreadable Tax Amounts: ",
                  FUNCTION TRIM(WS-TAX-BADLINE)
               DELIMITED BY SIZE INTO GL-REPORT-RECORD
           WRITE GL-REPORT-RECORD

           MOVE WS-TAX-NET-TOTAL TO WS-REPORT-AMOUNT-EDIT
           MOVE SPACES TO GL-REPORT-RECORD
           STRING "  Sales Tax Total (net): ",
                  FUNCTION TRIM(WS-REPORT-AMOUNT-EDIT)
               DELIMITED BY SIZE INTO GL-REPORT-RECORD
           WRITE GL-REPORT-RECORD

           IF WS-TAX-UNMAPPED > 0
               MOVE WS-TAX-UNMAPPED-AMOUNT TO WS-REPORT-AMOUNT-EDIT
               MOVE SPACES TO GL-REPORT-RECORD
               STRING "  *** No SALESTAX account mapping - ",
                      FUNCTION TRIM(WS-TAX-UNMAPPED),
                      " tax lines held back, net ",
                      FUNCTION TRIM(WS-REPORT-AMOUNT-EDIT)
                   DELIMITED BY SIZE INTO GL-REPORT-RECORD
               WRITE GL-REPORT-RECORD
           END-IF

           CLOSE GL-REPORT-FILE.
