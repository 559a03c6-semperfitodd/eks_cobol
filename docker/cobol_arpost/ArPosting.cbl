       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVOICE-REGISTER-FILE
               ASSIGN TO "/mnt/efs/data/invoice_register.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.
           SELECT ORDER-HISTORY-FILE
               ASSIGN TO "/mnt/efs/data/order_history.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OHIST-ORDER-ID
               ALTERNATE RECORD KEY IS OHIST-CUST-ID WITH DUPLICATES
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT PAYMENTS-FILE
               ASSIGN TO "/mnt/efs/input/customer_payments.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ALTERNATE RECORD KEY IS CUST-NAME
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT LEDGER-FILE
               ASSIGN TO "/mnt/efs/data/customer_balances.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARBAL-CUST-ID
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT UNAPPLIED-FILE
               ASSIGN TO "/mnt/efs/output/unapplied_cash.txt"

       DATA DIVISION.
       FILE SECTION.
       FD  INVOICE-REGISTER-FILE.
       01  INVOICE-REGISTER-RECORD PIC X(200).

       FD  ORDER-HISTORY-FILE.
       01  ORDER-HISTORY-RECORD.
           COPY ORDHIST.

       FD  PAYMENTS-FILE.
       01  PAYMENTS-RECORD PIC X(200).
           COPY CUSTREC.

       FD  LEDGER-FILE.
       01  LEDGER-RECORD.
           COPY ARBALREC.

       FD  UNAPPLIED-FILE.
       01  UNAPPLIED-RECORD PIC X(250).
       01  AUDIT-RECORD PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-REGISTER-STATUS PIC XX.
       01  WS-HISTORY-STATUS PIC XX.
       01  WS-PAYMENTS-STATUS PIC XX.
       01  WS-MASTER-STATUS PIC XX.
       01  WS-LEDGER-STATUS PIC XX.
       01  WS-REGISTER-EOF PIC X VALUE 'N'.
       01  WS-HISTORY-OPEN PIC X VALUE 'N'.
       01  WS-PAYMENTS-EOF PIC X VALUE 'N'.
       01  WS-LEDGER-EOF PIC X VALUE 'N'.
       01  WS-LEDGER-OPEN PIC X VALUE 'N'.
       01  WS-MASTER-AVAILABLE PIC X VALUE 'N'.

      *>  Open-balance ledger, one ARBALREC record per CUST-ID on an
      *>  indexed file alongside the customer master.  Each posting
      *>  reads the customer's record by key and rewrites it at once
      *>  (a customer's first activity adds the record), so a run
      *>  that dies part way has posted exactly what it reached - the
      *>  AR report of a rerun shows where it stands.  The balance is
      *>  signed - payments can legitimately push a customer into
      *>  credit (overpayment), and that must show as a negative
      *>  balance, not be clamped to zero.
       01  WS-LEDGER-COUNT PIC 9(7) VALUE 0.
       01  WS-LEDGER-NEW PIC X VALUE 'N'.
       01  WS-LEDGER-SAVED PIC X VALUE 'N'.

      *>  We bill on shipment, so the charges are the invoices
      *>  SHIPCONFIRM issued for the business date - the lines of the
      *>  append-only invoice register dated for it, each
      *>      INVOICE-NO|BUSDATE|ORDERID|CUST-ID|SHIP-DATE|AMOUNT|TAX|TOTAL
      *>  (newer lines go on with |JURIS|EXEMPT, not needed here)
      *>  with TOTAL (goods plus sales tax, negative on a credit note)
      *>  charged to CUST-ID.  The register carries the stable CUST-ID
      *>  the ledger is keyed by, so no name lookup is needed, and a
      *>  customer who has since left the master is still charged -
      *>  the invoice is real money whatever happened to the master
      *>  record.  An order accepted and never shipped is therefore
      *>  never on the ledger; TransformCSV counts it against the
      *>  credit limit as an open order instead.
       01  WS-REG-INVNO-TEXT PIC X(15).
       01  WS-REG-DATE-TEXT PIC X(15).
       01  WS-REG-ORDER-TEXT PIC X(50).
       01  WS-REG-CUST-TEXT PIC X(15).
       01  WS-REG-SHIP-TEXT PIC X(15).
       01  WS-REG-AMOUNT-TEXT PIC X(20).
       01  WS-REG-TAX-TEXT PIC X(20).
       01  WS-REG-TOTAL-TEXT PIC X(20).
       01  WS-CHARGE-AMOUNT PIC S9(9)V99 VALUE 0.
      *>  A dated line with no customer, or a TOTAL that is not a
      *>  number or will not fit WS-CHARGE-AMOUNT, is unusable: it is
      *>  counted, nothing is posted for it, and the AR report lists
      *>  it (by a second read of the register) for the account desk.
       01  WS-REG-LINE-USABLE PIC X VALUE 'Y'.

      *>  Changeover from charging at acceptance.  Orders accepted
      *>  while the ledger was still charged the night TransformCSV
      *>  took them are already on it, so their invoices must not be
      *>  charged a second time when they ship.  The operator states
      *>  the first acceptance date billed on shipment in
      *>  run_control.cfg as INVOICE-BILLING-FROM|YYYYMMDD; an invoice
      *>  whose order (read back from the order history by OrderID)
      *>  was accepted before that date is counted and listed on the
      *>  report as already charged, not posted.  With no such entry
      *>  every invoice is charged.  An order the history no longer
      *>  holds is charged - HOUSEKEEP only ages out orders long past
      *>  shipping.
       01  WS-BILLING-FROM PIC X(8) VALUE SPACES.
       01  WS-CHARGED-AT-ACCEPTANCE PIC X VALUE 'N'.

      *>  Payments feed, one payment per line, pipe-delimited the way
      *>  customer_updates.txt is:
       01  WS-PAY-VALID     PIC X VALUE 'Y'.
       01  WS-UNAPPLIED-REASON PIC X(30).

       01  WS-INVOICES-READ    PIC 9(7) VALUE 0.
       01  WS-CHARGES-POSTED   PIC 9(7) VALUE 0.
       01  WS-CHARGES-SKIPPED  PIC 9(7) VALUE 0.
       01  WS-INVOICES-BAD     PIC 9(7) VALUE 0.
       01  WS-PRIOR-CHARGED    PIC 9(7) VALUE 0.
       01  WS-PRIOR-CHARGED-TOTAL PIC S9(11)V99 VALUE 0.
       01  WS-PAYMENTS-READ    PIC 9(7) VALUE 0.
       01  WS-PAYMENTS-POSTED  PIC 9(7) VALUE 0.
       01  WS-PAYMENTS-UNAPPLIED PIC 9(7) VALUE 0.
      *>  business date, and the run stops (a) if this program already
      *>  has a completed run recorded for the date - a second run
      *>  would post the night's charges to the ledger twice - or (b)
      *>  if SHIPCONFIRM has not completed for the date, which would
      *>  leave the night's invoices off the ledger.  The operator
      *>  overrides both gates for a deliberate rerun by adding
      *>  FORCE-RERUN|Y to run_control.cfg; it is never the default,
      *>  and it is read fresh each run so it cannot be left on by
       01  WS-FORCE-RERUN PIC X VALUE 'N'.
       01  WS-GUARD-EOF PIC X VALUE 'N'.
       01  WS-SELF-RAN PIC X VALUE 'N'.
       01  WS-UPSTREAM-SHIPCONFIRM PIC X VALUE 'N'.
       01  WS-AUD-RUNID-TEXT PIC X(50).
       01  WS-AUD-PROG-TEXT PIC X(30).
       01  WS-AUD-DATE-TEXT PIC X(20).

      *>  Edited pictures used only on report lines - FUNCTION TRIM
      *>  on the raw V99 fields prints the assumed decimal point as a
      *>  digit instead of a period.  The balance pictures carry a
      *>  floating minus so a credit balance prints as one.
       01  WS-AMOUNT-EDIT  PIC Z(8)9.99.
       01  WS-BALANCE-EDIT PIC -(10)9.99.
       01  WS-TOTAL-EDIT   PIC -(12)9.99.
       MAIN-PROCESS.
           PERFORM INIT-RUN-CONTROL
           PERFORM CHECK-RUN-ORDER
           PERFORM OPEN-LEDGER
           PERFORM OPEN-MASTER
           PERFORM OPEN-ORDER-HISTORY
           PERFORM APPLY-INVOICE-CHARGES
           IF WS-HISTORY-OPEN = 'Y'
               CLOSE ORDER-HISTORY-FILE
           END-IF
           PERFORM APPLY-PAYMENTS
      *>  The master stays open through the report - its balance
      *>  lines read the name and credit-hold flag back by CUST-ID.
           PERFORM WRITE-AR-REPORT
           IF WS-MASTER-AVAILABLE = 'Y'
               CLOSE CUSTOMER-MASTER
           END-IF
           IF WS-LEDGER-OPEN = 'Y'
               CLOSE LEDGER-FILE
           END-IF
           PERFORM WRITE-AUDIT-RECORD
           STOP RUN.

           IF FUNCTION TRIM(WS-CTL-KEY-TEXT) = "FORCE-RERUN" AND
              FUNCTION TRIM(WS-CTL-VALUE-TEXT) = "Y"
               MOVE 'Y' TO WS-FORCE-RERUN
           END-IF
           IF FUNCTION TRIM(WS-CTL-KEY-TEXT) = "INVOICE-BILLING-FROM"
               IF WS-CTL-VALUE-TEXT(1:8) IS NUMERIC
                   MOVE WS-CTL-VALUE-TEXT(1:8) TO WS-BILLING-FROM
               ELSE
                   DISPLAY "WARNING: run_control.cfg "
                       "INVOICE-BILLING-FROM is not a YYYYMMDD date - "
                       "every invoice will be charged."
               END-IF
           END-IF.

      *>  See the run-order guard comment block in WORKING-STORAGE.
                       "deliberate rerun."
                   STOP RUN
               END-IF
               IF WS-UPSTREAM-SHIPCONFIRM = 'N'
                   DISPLAY "ERROR: SHIPCONFIRM has not completed for "
                       "business date " WS-BUSINESS-DATE " - the "
                       "night's invoices are not on the register yet.  "
                       "Run it first, or set FORCE-RERUN|Y in "
                       "run_control.cfg to proceed anyway."
                   STOP RUN
               END-IF
           END-IF.
               EVALUATE FUNCTION TRIM(WS-AUD-PROG-TEXT)
                   WHEN "ARPOSTING"
                       MOVE 'Y' TO WS-SELF-RAN
                   WHEN "SHIPCONFIRM"
                       MOVE 'Y' TO WS-UPSTREAM-SHIPCONFIRM
               END-EVALUATE
           END-IF.

      *>  One append-only line per run.  IN counts everything read
      *>  (the date's invoices and payments), OUT what posted to the
      *>  ledger, REJ what could not be applied.  Invoices already
      *>  charged at acceptance are neither.
       WRITE-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-END-TS
           COMPUTE WS-AUDIT-IN = WS-INVOICES-READ + WS-PAYMENTS-READ
           COMPUTE WS-AUDIT-OUT = WS-CHARGES-POSTED + WS-PAYMENTS-POSTED
           COMPUTE WS-AUDIT-REJ = WS-CHARGES-SKIPPED + WS-INVOICES-BAD
               + WS-PAYMENTS-UNAPPLIED
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
                   WS-AUDIT-STATUS ") - this run was not recorded."
           END-IF.

      *>  A ledger that has never existed (status 35) is created
      *>  empty and reopened - the first night's charges fill it, the
      *>  CUSTMAINT treatment of the customer master.  A ledger that
      *>  cannot be opened at all stops the run before anything is
      *>  posted, since no posting could be kept.
       OPEN-LEDGER.
           OPEN I-O LEDGER-FILE
           IF WS-LEDGER-STATUS = "35"
               OPEN OUTPUT LEDGER-FILE
               CLOSE LEDGER-FILE
               OPEN I-O LEDGER-FILE
           END-IF
           IF WS-LEDGER-STATUS = "00"
               MOVE 'Y' TO WS-LEDGER-OPEN
           ELSE
               DISPLAY "ERROR: cannot open customer balance ledger, "
                   "file status " WS-LEDGER-STATUS
               STOP RUN
           END-IF.

      *>  The master is read-only here - ARPOSTING looks customers up,
      *>  it never maintains them.  A master that cannot be opened at
      *>  all is the loud failure mode: every payment would fail to
      *>  key, so the run stops rather than writing the whole night to
      *>  unapplied cash.
       OPEN-MASTER.
           OPEN INPUT CUSTOMER-MASTER
           IF WS-MASTER-STATUS = "00"
               STOP RUN
           END-IF.

      *>  Only needed for the changeover check - see the comment
      *>  block in WORKING-STORAGE.  A history that cannot be opened
      *>  with a billing-from date set stops the run: charging blind
      *>  would bill the changeover orders twice.
       OPEN-ORDER-HISTORY.
           IF WS-BILLING-FROM NOT = SPACES
               OPEN INPUT ORDER-HISTORY-FILE
               IF WS-HISTORY-STATUS = "00"
                   MOVE 'Y' TO WS-HISTORY-OPEN
               ELSE
                   DISPLAY "ERROR: cannot open order history, file "
                       "status " WS-HISTORY-STATUS " - invoices for "
                       "orders accepted before " WS-BILLING-FROM
                       " cannot be told apart.  Nothing was posted."
                   STOP RUN
               END-IF
           END-IF.

      *>  --------------------------------------------------------
      *>  Charges side - the business date's invoices
      *>  --------------------------------------------------------
      *>  A missing register means SHIPCONFIRM has never invoiced
      *>  anything - no charges, not an error.
       APPLY-INVOICE-CHARGES.
           MOVE 'N' TO WS-REGISTER-EOF
           OPEN INPUT INVOICE-REGISTER-FILE
           IF WS-REGISTER-STATUS NOT = "00"
               DISPLAY "WARNING: invoice register unavailable "
                   "(status " WS-REGISTER-STATUS ") - no charges will "
                   "be posted this run."
               MOVE 'Y' TO WS-REGISTER-EOF
           END-IF
           PERFORM UNTIL WS-REGISTER-EOF = 'Y'
               READ INVOICE-REGISTER-FILE
                   AT END MOVE 'Y' TO WS-REGISTER-EOF
                   NOT AT END
                       IF FUNCTION TRIM(INVOICE-REGISTER-RECORD)
                              NOT = SPACES
                           PERFORM STORE-INVOICE-CHARGE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-REGISTER-STATUS = "10" OR WS-REGISTER-STATUS = "00"
               CLOSE INVOICE-REGISTER-FILE
           END-IF.

      *>  Lines for other business dates are passed over.  A dated
      *>  line without a customer or a usable total is counted and
      *>  reported, never silently dropped.
       STORE-INVOICE-CHARGE.
           PERFORM CHECK-REGISTER-LINE
           IF WS-REG-DATE-TEXT(1:8) = WS-BUSINESS-DATE
               ADD 1 TO WS-INVOICES-READ
               IF WS-REG-LINE-USABLE = 'N'
                   ADD 1 TO WS-INVOICES-BAD
                   DISPLAY "WARNING: unusable invoice register line - "
                       "charge not posted: "
                       FUNCTION TRIM(INVOICE-REGISTER-RECORD)
               ELSE
                   PERFORM CHECK-CHARGED-AT-ACCEPTANCE
                   IF WS-CHARGED-AT-ACCEPTANCE = 'Y'
                       ADD 1 TO WS-PRIOR-CHARGED
                       ADD WS-CHARGE-AMOUNT TO WS-PRIOR-CHARGED-TOTAL
                   ELSE
                       MOVE SPACES TO CUST-ID
                       MOVE FUNCTION TRIM(WS-REG-CUST-TEXT) TO CUST-ID
                       PERFORM POST-CHARGE-TO-LEDGER
                   END-IF
               END-IF
           END-IF.

      *>  Splits the current register line and decides whether it can
      *>  be charged, leaving the charge in WS-CHARGE-AMOUNT - shared
      *>  by the posting pass and the report's listing of unusable
      *>  lines so the two can never disagree.
       CHECK-REGISTER-LINE.
           MOVE SPACES TO WS-REG-INVNO-TEXT WS-REG-DATE-TEXT
                          WS-REG-ORDER-TEXT WS-REG-CUST-TEXT
                          WS-REG-SHIP-TEXT WS-REG-AMOUNT-TEXT
                          WS-REG-TAX-TEXT WS-REG-TOTAL-TEXT
           UNSTRING INVOICE-REGISTER-RECORD DELIMITED BY "|"
               INTO WS-REG-INVNO-TEXT, WS-REG-DATE-TEXT,
                    WS-REG-ORDER-TEXT, WS-REG-CUST-TEXT,
                    WS-REG-SHIP-TEXT, WS-REG-AMOUNT-TEXT,
                    WS-REG-TAX-TEXT, WS-REG-TOTAL-TEXT
           END-UNSTRING
           MOVE 'Y' TO WS-REG-LINE-USABLE
           MOVE 0 TO WS-CHARGE-AMOUNT
           IF FUNCTION TRIM(WS-REG-CUST-TEXT) = SPACES OR
              FUNCTION TRIM(WS-REG-TOTAL-TEXT) = SPACES OR
              FUNCTION TEST-NUMVAL-C(
                  FUNCTION TRIM(WS-REG-TOTAL-TEXT)) NOT = 0
               MOVE 'N' TO WS-REG-LINE-USABLE
           ELSE
               COMPUTE WS-CHARGE-AMOUNT =
                   FUNCTION NUMVAL-C(FUNCTION TRIM(WS-REG-TOTAL-TEXT))
                   ON SIZE ERROR
                       MOVE 'N' TO WS-REG-LINE-USABLE
                       MOVE 0 TO WS-CHARGE-AMOUNT
               END-COMPUTE
           END-IF.

      *>  See the changeover comment block in WORKING-STORAGE.
       CHECK-CHARGED-AT-ACCEPTANCE.
           MOVE 'N' TO WS-CHARGED-AT-ACCEPTANCE
           IF WS-HISTORY-OPEN = 'Y'
               MOVE SPACES TO OHIST-ORDER-ID
               MOVE FUNCTION TRIM(WS-REG-ORDER-TEXT) TO OHIST-ORDER-ID
               READ ORDER-HISTORY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF OHIST-FIRST-DATE < WS-BILLING-FROM
                           MOVE 'Y' TO WS-CHARGED-AT-ACCEPTANCE
                       END-IF
               END-READ
           END-IF.

       POST-CHARGE-TO-LEDGER.
           PERFORM FIND-LEDGER-ENTRY
           ADD WS-CHARGE-AMOUNT TO ARBAL-BALANCE
           PERFORM SAVE-LEDGER-ENTRY
           IF WS-LEDGER-SAVED = 'N'
               ADD 1 TO WS-CHARGES-SKIPPED
           ELSE
               ADD 1 TO WS-CHARGES-POSTED
               ADD WS-CHARGE-AMOUNT TO WS-CHARGE-TOTAL
           END-IF.

      *>  Reads CUST-ID's ledger record, starting one at zero if this
      *>  is the customer's first activity (WS-LEDGER-NEW).
       FIND-LEDGER-ENTRY.
           MOVE CUST-ID TO ARBAL-CUST-ID
           READ LEDGER-FILE
               INVALID KEY
                   MOVE 'Y' TO WS-LEDGER-NEW
                   MOVE CUST-ID TO ARBAL-CUST-ID
                   MOVE 0 TO ARBAL-BALANCE
               NOT INVALID KEY
                   MOVE 'N' TO WS-LEDGER-NEW
           END-READ.

      *>  Writes the posted record back.  A record the file refuses
      *>  leaves the posting untaken - warned about here and counted
      *>  by the caller, never silently swallowed.
       SAVE-LEDGER-ENTRY.
           MOVE 'Y' TO WS-LEDGER-SAVED
           IF WS-LEDGER-NEW = 'Y'
               WRITE LEDGER-RECORD
                   INVALID KEY MOVE 'N' TO WS-LEDGER-SAVED
               END-WRITE
           ELSE
               REWRITE LEDGER-RECORD
                   INVALID KEY MOVE 'N' TO WS-LEDGER-SAVED
               END-REWRITE
           END-IF
           IF WS-LEDGER-SAVED = 'N'
               DISPLAY "WARNING: balance ledger refused the posting for "
                   "customer " FUNCTION TRIM(ARBAL-CUST-ID) " (status "
                   WS-LEDGER-STATUS ") - posting not taken."
           END-IF.

      *>  --------------------------------------------------------
           END-IF
           IF WS-PAY-VALID = 'Y'
               PERFORM FIND-LEDGER-ENTRY
               SUBTRACT WS-PAY-AMOUNT FROM ARBAL-BALANCE
               PERFORM SAVE-LEDGER-ENTRY
               IF WS-LEDGER-SAVED = 'N'
                   MOVE 'N' TO WS-PAY-VALID
                   MOVE "LEDGER UPDATE FAILED" TO WS-UNAPPLIED-REASON
               END-IF
           END-IF
           IF WS-PAY-VALID = 'Y'
               ADD 1 TO WS-PAYMENTS-POSTED
               ADD WS-PAY-AMOUNT TO WS-PAYMENT-TOTAL
           ELSE
               PERFORM WRITE-UNAPPLIED-PAYMENT
           WRITE UNAPPLIED-RECORD.

      *>  --------------------------------------------------------
      *>  Balance report
      *>  --------------------------------------------------------
      *>  One line per customer, in CUST-ID order off the ledger, with
      *>  the open balance and the master's credit-hold flag side by
      *>  side - the whole point is that the hold decisions stop being
      *>  made blind.
       WRITE-AR-REPORT.
           OPEN OUTPUT AR-REPORT-FILE

           MOVE SPACES TO AR-REPORT-RECORD
           WRITE AR-REPORT-RECORD

           MOVE 0 TO WS-BALANCE-TOTAL WS-LEDGER-COUNT
           MOVE 'N' TO WS-LEDGER-EOF
           MOVE LOW-VALUES TO ARBAL-CUST-ID
           START LEDGER-FILE KEY IS NOT LESS THAN ARBAL-CUST-ID
               INVALID KEY MOVE 'Y' TO WS-LEDGER-EOF
           END-START
           PERFORM UNTIL WS-LEDGER-EOF = 'Y'
               READ LEDGER-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-LEDGER-EOF
                   NOT AT END PERFORM WRITE-ONE-BALANCE-LINE
               END-READ
           END-PERFORM

           MOVE SPACES TO AR-REPORT-RECORD
           END-STRING
           WRITE AR-REPORT-RECORD

      *>  "Amount charged:" plus "Already charged amount:" is the
      *>  figure DAYBALANCE ties to the invoice register's total for
      *>  the date.
           MOVE WS-CHARGE-TOTAL TO WS-TOTAL-EDIT
           MOVE SPACES TO AR-REPORT-RECORD
           STRING "Invoices charged: ",
                  FUNCTION TRIM(WS-CHARGES-POSTED),
                  "  Amount charged: ", FUNCTION TRIM(WS-TOTAL-EDIT)
               DELIMITED BY SIZE INTO AR-REPORT-RECORD
           END-STRING
           WRITE AR-REPORT-RECORD

           IF WS-BILLING-FROM NOT = SPACES
               MOVE WS-PRIOR-CHARGED-TOTAL TO WS-TOTAL-EDIT
               MOVE SPACES TO AR-REPORT-RECORD
               STRING "Invoices already charged at acceptance: ",
                      FUNCTION TRIM(WS-PRIOR-CHARGED),
                      "  Already charged amount: ",
                      FUNCTION TRIM(WS-TOTAL-EDIT),
                      "  (orders accepted before ", WS-BILLING-FROM, ")"
                   DELIMITED BY SIZE INTO AR-REPORT-RECORD
               END-STRING
               WRITE AR-REPORT-RECORD
           END-IF

           MOVE WS-PAYMENT-TOTAL TO WS-TOTAL-EDIT
           MOVE SPACES TO AR-REPORT-RECORD
           STRING "Payments applied: ",
           WRITE AR-REPORT-RECORD

           MOVE SPACES TO AR-REPORT-RECORD
           STRING "Invoices for the date: ",
                  FUNCTION TRIM(WS-INVOICES-READ),
                  "  Unusable lines: ", FUNCTION TRIM(WS-INVOICES-BAD),
                  "  Charges not posted: ",
                  FUNCTION TRIM(WS-CHARGES-SKIPPED)
               DELIMITED BY SIZE INTO AR-REPORT-RECORD
           END-STRING
           WRITE AR-REPORT-RECORD

           IF WS-INVOICES-BAD > 0
               PERFORM LIST-UNUSABLE-REGISTER-LINES
           END-IF

           CLOSE AR-REPORT-FILE.

      *>  Second read of the register for the business date, listing
      *>  each line CHECK-REGISTER-LINE refused so the account desk
      *>  can correct the invoice and post it by hand.
       LIST-UNUSABLE-REGISTER-LINES.
           MOVE SPACES TO AR-REPORT-RECORD
           WRITE AR-REPORT-RECORD
           MOVE SPACES TO AR-REPORT-RECORD
           STRING "Unusable invoice register lines (charge not "
                  "posted):"
               DELIMITED BY SIZE INTO AR-REPORT-RECORD
           END-STRING
           WRITE AR-REPORT-RECORD
           MOVE 'N' TO WS-REGISTER-EOF
           OPEN INPUT INVOICE-REGISTER-FILE
           IF WS-REGISTER-STATUS NOT = "00"
               MOVE SPACES TO AR-REPORT-RECORD
               STRING "  (invoice register unavailable, status ",
                      WS-REGISTER-STATUS, " - see the run log)"
                   DELIMITED BY SIZE INTO AR-REPORT-RECORD
               END-STRING
               WRITE AR-REPORT-RECORD
               MOVE 'Y' TO WS-REGISTER-EOF
           END-IF
           PERFORM UNTIL WS-REGISTER-EOF = 'Y'
               READ INVOICE-REGISTER-FILE
                   AT END MOVE 'Y' TO WS-REGISTER-EOF
                   NOT AT END
                       IF FUNCTION TRIM(INVOICE-REGISTER-RECORD)
                              NOT = SPACES
                           PERFORM CHECK-REGISTER-LINE
                           IF WS-REG-DATE-TEXT(1:8) = WS-BUSINESS-DATE
                              AND WS-REG-LINE-USABLE = 'N'
                               MOVE SPACES TO AR-REPORT-RECORD
                               STRING "  ",
                                   FUNCTION TRIM(INVOICE-REGISTER-RECORD)
                                   DELIMITED BY SIZE
                                   INTO AR-REPORT-RECORD
                               END-STRING
                               WRITE AR-REPORT-RECORD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-REGISTER-STATUS = "10" OR WS-REGISTER-STATUS = "00"
               CLOSE INVOICE-REGISTER-FILE
           END-IF.

      *>  The name and hold flag come off the master by CUST-ID; a
      *>  ledger entry whose customer has since left the master still
      *>  prints - the balance is real money whatever happened to the
      *>  master record.
       WRITE-ONE-BALANCE-LINE.
           ADD 1 TO WS-LEDGER-COUNT
           ADD ARBAL-BALANCE TO WS-BALANCE-TOTAL
           MOVE ARBAL-BALANCE TO WS-BALANCE-EDIT
           MOVE SPACES TO CUST-NAME
           MOVE 'N' TO CUST-CREDIT-HOLD
           MOVE ARBAL-CUST-ID TO CUST-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE "(not on master)" TO CUST-NAME
           END-READ
           MOVE SPACES TO AR-REPORT-RECORD
           IF CUST-CREDIT-HOLD = 'Y'
               STRING "  ", ARBAL-CUST-ID,
                      "  ", FUNCTION TRIM(CUST-NAME),
                      "  Balance ", FUNCTION TRIM(WS-BALANCE-EDIT),
                      "  *CREDIT HOLD*"
                   DELIMITED BY SIZE INTO AR-REPORT-RECORD
               END-STRING
           ELSE
               STRING "  ", ARBAL-CUST-ID,
                      "  ", FUNCTION TRIM(CUST-NAME),
                      "  Balance ", FUNCTION TRIM(WS-BALANCE-EDIT)
                   DELIMITED BY SIZE INTO AR-REPORT-RECORD
