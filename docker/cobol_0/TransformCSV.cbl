               ASSIGN TO "/mnt/efs/output/price_exceptions.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OrderHistoryFile
               ASSIGN TO "/mnt/efs/data/order_history.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OHIST-ORDER-ID
               ALTERNATE RECORD KEY IS OHIST-CUST-ID WITH DUPLICATES
               FILE STATUS IS HistoryStatus.
           SELECT ShippedFile
               ASSIGN TO "/mnt/efs/data/shipped_orders.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SHPD-ORDER-ID
               ALTERNATE RECORD KEY IS SHPD-BUSINESS-DATE
                   WITH DUPLICATES
               FILE STATUS IS ShippedStatus.
           SELECT DuplicateFile
               ASSIGN TO "/mnt/efs/output/duplicate_orders.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AuditFile ASSIGN TO "/output/run_audit_history.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AuditStatus.
           SELECT BalanceFile
               ASSIGN TO "/mnt/efs/data/customer_balances.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ARBAL-CUST-ID
               FILE STATUS IS BalanceStatus.
           SELECT CreditReviewFile
               ASSIGN TO "/mnt/efs/output/credit_review.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TaxRateFile ASSIGN TO "/output/tax_rates.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TaxRateStatus.
           SELECT TaxLedgerFile
               ASSIGN TO "/mnt/efs/data/sales_tax_ledger.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TaxLedgerStatus.
           SELECT StockFile
               ASSIGN TO "/mnt/efs/data/stock_on_hand.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS StockStatus.

       DATA DIVISION.
       FILE SECTION.
       01 PriceExceptionRecord    PIC X(250).

       FD OrderHistoryFile.
       01 OrderHistoryRecord.
           COPY ORDHIST.

       FD ShippedFile.
       01 ShippedRecord.
           COPY SHIPREC.

       FD DuplicateFile.
       01 DuplicateRecord         PIC X(300).
       FD AuditFile.
       01 AuditRecord             PIC X(200).

       FD BalanceFile.
       01 BalanceRecord.
           COPY ARBALREC.

       FD CreditReviewFile.
       01 CreditReviewRecord      PIC X(450).

       FD TaxRateFile.
       01 TaxRateRecord           PIC X(80).

       FD TaxLedgerFile.
       01 TaxLedgerRecord         PIC X(150).

       FD StockFile.
       01 StockRecord             PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-EOF                  PIC X VALUE 'N'.
       01 WS-RECORDS-READ         PIC 9(9) VALUE ZERO.
       01 WS-RECORDS-PRICE-EXC    PIC 9(9) VALUE ZERO.

      *>  Duplicate-order suppression.  Every OrderID written to the
      *>  normal output is recorded on the persistent order history
      *>  (ORDHIST, indexed on the OrderID - see the stock comment
      *>  block below for the item and stock mark; the billing fields
      *>  are what SHIPCONFIRM invoices from when the order ships)
      *>  alongside the customer master, and each parsed record is
      *>  read against that history by its OrderID.  The record is
      *>  written as soon as the order is accepted, so a repeat
      *>  inside one orders.csv is caught the same way as one resent
      *>  days later.  Repeats route to their own output carrying the
      *>  date the order was first processed.
       01 HistoryStatus           PIC XX VALUE SPACES.
       01 HistoryOpen             PIC X VALUE 'N'.
       01 WS-RUN-DATE             PIC X(8).
       01 DuplicateOrder          PIC X VALUE 'N'.
       01 WS-ORIG-DATE            PIC X(8).
       01 WS-RECORDS-DUPLICATE    PIC 9(9) VALUE ZERO.

      *>  Credit-limit check.  CUST-CREDIT-LIMIT on the master caps
      *>  what a customer may owe, so an order is held back when the
      *>  customer's open AR balance (ARPOSTING's ledger,
      *>  /mnt/efs/data/customer_balances.dat, ARBALREC, read on the
      *>  CUST-ID for each order) plus their open orders plus the
      *>  orders already accepted for them earlier in this same run
      *>  plus the order's own USD amount would pass the limit.  We
      *>  bill on shipment, so the ledger only holds what has been
      *>  invoiced: the open orders are the customer's earlier
      *>  accepted orders not yet invoiced - order history records
      *>  (browsed on the OHIST-CUST-ID alternate key) with billing
      *>  details and no record on SHIPCONFIRM's shipped file
      *>  (/mnt/efs/data/shipped_orders.dat, SHIPREC), amount plus
      *>  tax, credit memos netting off.  They are summed once, at the
      *>  customer's first order of the run, before this run has
      *>  written any of theirs; a shipped file that does not exist
      *>  yet means nothing has shipped.  Those orders route to the
      *>  credit-review output with the limit, balance and shortfall
      *>  instead of the normal output; credit memos always pass, and
      *>  a zero limit means none has been set.  A ledger that cannot
      *>  be opened counts every balance as zero with a console
      *>  warning - the check still catches a run that orders past
      *>  the limit on its own.  Accepted orders (credit memos
      *>  included, which net off) grow WS-BAL-ACCEPTED, so a second
      *>  order later in orders.csv sees the first one - that table
      *>  holds only the customers ordering in this run, never the
      *>  whole ledger.
       01 BalanceStatus           PIC XX VALUE SPACES.
       01 BalanceOpen             PIC X VALUE 'N'.
       01 BalanceTableFull        PIC X VALUE 'N'.
       01 WS-BALANCE-COUNT        PIC 9(5) VALUE ZERO.
       01 WS-BALANCE-IDX          PIC 9(5) VALUE ZERO.
       01 WS-BALANCE-HIT          PIC 9(5) VALUE ZERO.
       01 WS-BALANCE-TAB.
           05 WS-BALANCE-ENTRY OCCURS 5000 TIMES.
               10 WS-BAL-CUST-ID    PIC X(10).
               10 WS-BAL-ACCEPTED   PIC S9(11)V99.
               10 WS-BAL-OPEN-ORDERS PIC S9(11)V99.
       01 ShippedStatus           PIC XX VALUE SPACES.
       01 ShippedOpen             PIC X VALUE 'N'.
       01 OpenOrdersEof           PIC X VALUE 'N'.
       01 OverCreditLimit         PIC X VALUE 'N'.
       01 WS-CREDIT-OPEN          PIC S9(11)V99 VALUE ZERO.
       01 WS-CREDIT-ORDERS        PIC S9(11)V99 VALUE ZERO.
       01 WS-CREDIT-ACCEPTED      PIC S9(11)V99 VALUE ZERO.
       01 WS-CREDIT-EXPOSURE      PIC S9(11)V99 VALUE ZERO.
       01 WS-CREDIT-SHORTFALL     PIC S9(11)V99 VALUE ZERO.
       01 WS-RECORDS-CREDIT-REVIEW PIC 9(9) VALUE ZERO.
      *>  Edited pictures used only on the credit-review line - see
      *>  WS-TOTAL-AMOUNT-EDIT above.
       01 WS-LIMIT-EDIT           PIC Z(8)9.99.
       01 WS-BALANCE-EDIT         PIC -(10)9.99.
       01 WS-OPEN-ORDERS-EDIT     PIC -(10)9.99.
       01 WS-PENDING-EDIT         PIC -(10)9.99.
       01 WS-SHORTFALL-EDIT       PIC -(10)9.99.

      *>  Sales tax.  Each accepted order is taxed at the rate of the
      *>  customer's CUST-TAX-JURIS, looked up in the operator-
      *>  maintained /output/tax_rates.cfg, one line per jurisdiction
      *>  and effective date, the exchange_rates.cfg shape:
      *>      JURIS|YYYYMMDD|RATE-PERCENT
      *>  The rate applied is the latest one effective on or before
      *>  the business date.  A customer on CUST-TAX-EXEMPT is not
      *>  taxed but the sale is still reported under its jurisdiction.
      *>  An order whose customer carries no jurisdiction (NOTAXJURIS),
      *>  or one with no rate effective yet (NOTAXRATE), is not taxed
      *>  at zero: it routes to the unknown-customer output with that
      *>  reason, and is counted there, since the cure is the same -
      *>  fix the master (or the rate table) and re-feed the order.
      *>  The tax is computed on the USD amount and carries the
      *>  order's sign, so a credit memo reverses it.  It rides on the
      *>  output line as " | Tax: <amount> Jurisdiction: <code>"
      *>  (plus " Exempt") after the Frequency segment, counts toward
      *>  the credit-limit exposure, and every written order is
      *>  appended to the persistent sales-tax ledger
      *>      BUSDATE|ORDERID|CUST-ID|JURIS|EXEMPT|AMOUNT|TAX
      *>  as the record of the tax computed at acceptance.  The tax
      *>  is only owed once it is billed, so GLPOSTEXTRACT and
      *>  SALESTAXRPT take it from the invoice register SHIPCONFIRM
      *>  writes, not from this ledger.  The ledger is only appended
      *>  when the order history is, so a forced rerun - every order
      *>  a duplicate - adds nothing to it.
       01 TaxRateStatus           PIC XX VALUE SPACES.
       01 TaxLedgerStatus         PIC XX VALUE SPACES.
       01 TaxRatesAvailable       PIC X VALUE 'N'.
       01 TaxLedgerOpen           PIC X VALUE 'N'.
       01 TaxRateEof              PIC X VALUE 'N'.
       01 WS-TAX-RATE-COUNT       PIC 9(3) VALUE ZERO.
       01 WS-TAX-RATE-IDX         PIC 9(3) VALUE ZERO.
       01 WS-TAX-RATE-TAB.
           05 WS-TAX-RATE-ENTRY OCCURS 200 TIMES.
               10 WS-TAX-RATE-JURIS PIC X(6).
               10 WS-TAX-RATE-DATE  PIC X(8).
               10 WS-TAX-RATE-PCT   PIC 9(2)V9(4).
       01 WS-TAX-JURIS-TEXT       PIC X(10).
       01 WS-TAX-DATE-TEXT        PIC X(10).
       01 WS-TAX-PCT-TEXT         PIC X(20).
       01 TaxResolved             PIC X VALUE 'N'.
       01 WS-TAX-RATE-FOUND       PIC X VALUE 'N'.
       01 WS-TAX-BEST-DATE        PIC X(8).
       01 WS-APPLIED-TAX-PCT      PIC 9(2)V9(4) VALUE ZERO.
       01 WS-TAX-MAGNITUDE        PIC 9(9)V99 VALUE ZERO.
       01 WS-TAX-AMOUNT           PIC S9(9)V99 VALUE ZERO.
       01 WS-TOTAL-TAX            PIC S9(11)V99 VALUE ZERO.
      *>  Edited pictures used only on output and ledger lines - see
      *>  WS-TOTAL-AMOUNT-EDIT above.
       01 WS-TAX-EDIT             PIC -(8)9.99.
       01 WS-LEDGER-AMOUNT-EDIT   PIC -(8)9.99.
       01 WS-LEDGER-EXEMPT        PIC X VALUE 'N'.

      *>  Stock availability.  The on-hand stock ledger
      *>      ITEM|ON-HAND|ALLOCATED
      *>  is kept by STOCKPOST (goods receipts add to ON-HAND) and
      *>  SHIPCONFIRM (shipments relieve ON-HAND; ALLOCATED is the
      *>  count of orders still open against the item after its run),
      *>  and is only read here.  Each order is one unit of its Item,
      *>  so an order is in stock when ON-HAND less ALLOCATED less the
      *>  units accepted earlier in this same run leaves at least one
      *>  unit; otherwise it is still accepted and written, but marked
      *>  back-ordered with a trailing " | Stock: BACKORDER" segment
      *>  on the output line (after every segment the downstream
      *>  readers take), and the order history records which it was
      *>  - S in stock, B back-ordered, R a credit memo, which moves
      *>  no stock - so SHIPCONFIRM can tell an order waiting on the
      *>  warehouse from one waiting on supply.  An item with no
      *>  ledger line has no stock.  A ledger that cannot be opened
      *>  disables the check with a console warning - the item-master
      *>  treatment - and the night's orders are recorded with no
      *>  stock mark, so they move no stock either.
       01 StockStatus             PIC XX VALUE SPACES.
       01 StockAvailable          PIC X VALUE 'N'.
       01 StockEof                PIC X VALUE 'N'.
       01 StockTableFull          PIC X VALUE 'N'.
       01 WS-STOCK-COUNT          PIC 9(3) VALUE ZERO.
       01 WS-STOCK-IDX            PIC 9(3) VALUE ZERO.
       01 WS-STOCK-HIT            PIC 9(3) VALUE ZERO.
       01 WS-STOCK-TAB.
           05 WS-STOCK-ENTRY OCCURS 500 TIMES.
               10 WS-STOCK-ITEM      PIC X(50).
               10 WS-STOCK-ON-HAND   PIC S9(7).
               10 WS-STOCK-ALLOCATED PIC 9(7).
               10 WS-STOCK-ACCEPTED  PIC 9(7).
       01 WS-STK-ITEM-TEXT        PIC X(50).
       01 WS-STK-ONHAND-TEXT      PIC X(20).
       01 WS-STK-ALLOC-TEXT       PIC X(20).
       01 WS-STOCK-FREE           PIC S9(8) VALUE ZERO.
       01 BackOrdered             PIC X VALUE 'N'.
       01 WS-HIST-STOCK-FLAG      PIC X VALUE SPACE.
       01 WS-RECORDS-BACKORDER    PIC 9(9) VALUE ZERO.

      *>  Run-control and audit trail, shared with CSVBATCHPROCESS and
      *>  CSVRECONCILE.  The operator states the business date in
      *>  /output/run_control.cfg (BUSINESS-DATE|YYYYMMDD); a missing
       01 WS-ORIG-AMOUNT-EDIT     PIC Z(8)9.99.
       01 WS-CONVERTED-EDIT       PIC -(8)9.99.
       01 WS-OUT-AMOUNT           PIC S9(9)V99 VALUE ZERO.
       01 WS-OUT-PTR              PIC 9(3) VALUE 1.

      *>  CSV parsing work areas - a delimited field can contain a
      *>  comma when it is wrapped in double quotes, so a straight
           OPEN OUTPUT UnknownCustomerFile
           OPEN OUTPUT PriceExceptionFile
           OPEN OUTPUT DuplicateFile
           OPEN OUTPUT CreditReviewFile
           PERFORM LoadItemCatalog
           PERFORM LoadExchangeRates
           PERFORM LoadTaxRates
           PERFORM OpenTaxLedger
           PERFORM OpenOrderHistory
           PERFORM OpenCustomerBalances
           PERFORM OpenShippedOrders
           PERFORM LoadStockLedger
           OPEN INPUT CustomerMaster
           IF MasterStatus = "00"
               MOVE 'Y' TO MasterAvailable
           CLOSE UnknownCustomerFile
           CLOSE PriceExceptionFile
           CLOSE DuplicateFile
           CLOSE CreditReviewFile
           IF HistoryOpen = 'Y'
               CLOSE OrderHistoryFile
           END-IF
           IF BalanceOpen = 'Y'
               CLOSE BalanceFile
           END-IF
           IF ShippedOpen = 'Y'
               CLOSE ShippedFile
           END-IF
           IF TaxLedgerOpen = 'Y'
               CLOSE TaxLedgerFile
           END-IF
           IF MasterAvailable = 'Y'
               CLOSE CustomerMaster
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-END-TS
           COMPUTE WS-REJ-TOTAL = WS-RECORDS-MALFORMED
               + WS-RECORDS-UNKNOWN + WS-RECORDS-DUPLICATE
               + WS-RECORDS-PRICE-EXC + WS-RECORDS-CREDIT-REVIEW
           OPEN EXTEND AuditFile
           IF AuditStatus NOT = "00"
               OPEN OUTPUT AuditFile
               END-IF
           END-IF.

      *>  A known customer's order is taxed, then faces the
      *>  credit-limit check before it is written; one that passes
      *>  counts against the limit for the rest of the run, and is
      *>  marked back-ordered if its item has no free stock.
       EnrichAndWriteOrder.
           PERFORM LookupCustomer
           IF CustomerFound = 'N'
               PERFORM WriteUnknownCustomer
           ELSE
               PERFORM ResolveSalesTax
               IF TaxResolved = 'N'
                   PERFORM WriteUnknownCustomer
               ELSE
                   PERFORM CheckCreditLimit
                   IF OverCreditLimit = 'Y'
                       PERFORM WriteCreditReview
                   ELSE
                       PERFORM CheckStockAvailability
                       PERFORM TransformRecord
                       IF TransformFailed = 'N'
                           PERFORM NoteAcceptedOrder
                           PERFORM CheckAmountException
                       END-IF
                   END-IF
               END-IF
           END-IF.

           END-STRING
           WRITE ControlTotalsRecord

           MOVE WS-TOTAL-TAX TO WS-TOTAL-AMOUNT-EDIT
           MOVE SPACES TO ControlTotalsRecord
           STRING "Total Sales Tax: ", FUNCTION TRIM(WS-TOTAL-AMOUNT-EDIT)
               DELIMITED BY SIZE INTO ControlTotalsRecord
           END-STRING
           WRITE ControlTotalsRecord

           MOVE SPACES TO ControlTotalsRecord
           STRING "Duplicates Suppressed: ",
                  FUNCTION TRIM(WS-RECORDS-DUPLICATE)
           END-STRING
           WRITE ControlTotalsRecord

           MOVE SPACES TO ControlTotalsRecord
           STRING "Records Credit Review: ",
                  FUNCTION TRIM(WS-RECORDS-CREDIT-REVIEW)
               DELIMITED BY SIZE INTO ControlTotalsRecord
           END-STRING
           WRITE ControlTotalsRecord

           MOVE SPACES TO ControlTotalsRecord
           STRING "Orders Back-Ordered: ",
                  FUNCTION TRIM(WS-RECORDS-BACKORDER)
               DELIMITED BY SIZE INTO ControlTotalsRecord
           END-STRING
           WRITE ControlTotalsRecord

           MOVE SPACES TO ControlTotalsRecord
           STRING "Records Flagged As Exceptions: ",
                  FUNCTION TRIM(WS-RECORDS-EXCEPTION)
      *>  compares like with like: the feed's own text for a USD row
      *>  (unchanged from the original layout), the converted amount
      *>  for a foreign-currency row, with the original amount and
      *>  code riding along in a trailing segment.  The sales-tax
      *>  segment sits between the Frequency and Currency segments,
      *>  so the readers that take only the first six segments are
      *>  unaffected; the back-order mark goes last of all.
       TransformRecord.
           MOVE SPACES TO OutputRecord
           MOVE 'N' TO TransformFailed
           MOVE 1 TO WS-OUT-PTR
           IF CreditOrder = 'Y'
               COMPUTE WS-OUT-AMOUNT = 0 - WS-AMOUNT-NUM
           ELSE
               MOVE WS-AMOUNT-NUM TO WS-OUT-AMOUNT
           END-IF
           STRING "Order: ", FUNCTION TRIM(OrderID), " | ",
                  FUNCTION TRIM(CustomerName), " | ",
                  FUNCTION TRIM(AddressField), " | ",
                  FUNCTION TRIM(Item), " | "
              DELIMITED BY SIZE
              INTO OutputRecord WITH POINTER WS-OUT-PTR
              ON OVERFLOW MOVE 'Y' TO TransformFailed
           END-STRING
           IF WS-CCY-CODE = "USD"
               STRING FUNCTION TRIM(Amount)
                  DELIMITED BY SIZE
                  INTO OutputRecord WITH POINTER WS-OUT-PTR
                  ON OVERFLOW MOVE 'Y' TO TransformFailed
               END-STRING
           ELSE
               MOVE WS-OUT-AMOUNT TO WS-CONVERTED-EDIT
               STRING FUNCTION TRIM(WS-CONVERTED-EDIT)
                  DELIMITED BY SIZE
                  INTO OutputRecord WITH POINTER WS-OUT-PTR
                  ON OVERFLOW MOVE 'Y' TO TransformFailed
               END-STRING
           END-IF
           MOVE WS-TAX-AMOUNT TO WS-TAX-EDIT
           STRING " | Frequency: ", FUNCTION TRIM(CUST-TIER),
                  " | Tax: ", FUNCTION TRIM(WS-TAX-EDIT),
                  " Jurisdiction: ", FUNCTION TRIM(CUST-TAX-JURIS)
              DELIMITED BY SIZE
              INTO OutputRecord WITH POINTER WS-OUT-PTR
              ON OVERFLOW MOVE 'Y' TO TransformFailed
           END-STRING
           IF CUST-TAX-EXEMPT = 'Y'
               STRING " Exempt"
                  DELIMITED BY SIZE
                  INTO OutputRecord WITH POINTER WS-OUT-PTR
                  ON OVERFLOW MOVE 'Y' TO TransformFailed
               END-STRING
           END-IF
           IF WS-CCY-CODE NOT = "USD"
               MOVE WS-ORIG-AMOUNT TO WS-ORIG-AMOUNT-EDIT
               STRING " | Currency: ", WS-CCY-CODE, " Original: ",
                      FUNCTION TRIM(WS-ORIG-AMOUNT-EDIT)
                  DELIMITED BY SIZE
                  INTO OutputRecord WITH POINTER WS-OUT-PTR
                  ON OVERFLOW MOVE 'Y' TO TransformFailed
               END-STRING
           END-IF
           IF BackOrdered = 'Y'
               STRING " | Stock: BACKORDER"
                  DELIMITED BY SIZE
                  INTO OutputRecord WITH POINTER WS-OUT-PTR
                  ON OVERFLOW MOVE 'Y' TO TransformFailed
               END-STRING
           END-IF
               WRITE OutputRecord
               ADD 1 TO WS-RECORDS-WRITTEN
               ADD WS-OUT-AMOUNT TO WS-TOTAL-AMOUNT
               ADD WS-TAX-AMOUNT TO WS-TOTAL-TAX
               IF BackOrdered = 'Y'
                   ADD 1 TO WS-RECORDS-BACKORDER
               END-IF
               PERFORM RecordOrderHistory
               PERFORM RecordTaxLedger
           END-IF.

      *>  Flags an order whose Amount is unusually high for the
               END-IF
           END-PERFORM.

      *>  Opens the persistent order history I-O for the whole run:
      *>  the duplicate check reads it and RecordOrderHistory writes
      *>  to it.  File status 35 means the history has never been
      *>  created - create it empty and reopen, the shape CUSTMAINT
      *>  uses for the customer master.
       OpenOrderHistory.
           OPEN I-O OrderHistoryFile
           IF HistoryStatus = "35"
               OPEN OUTPUT OrderHistoryFile
               CLOSE OrderHistoryFile
               OPEN I-O OrderHistoryFile
           END-IF
           IF HistoryStatus = "00"
               MOVE 'Y' TO HistoryOpen
           ELSE
               MOVE 'N' TO HistoryOpen
               DISPLAY "WARNING: order history unavailable (status "
                   HistoryStatus ") - repeats cannot be detected and "
                   "OrderIDs written this run will not be remembered "
                   "for future duplicate checks."
           END-IF.

       CheckDuplicateOrder.
           MOVE 'N' TO DuplicateOrder
           MOVE SPACES TO WS-ORIG-DATE
           IF HistoryOpen = 'Y'
               MOVE OrderID TO OHIST-ORDER-ID
               READ OrderHistoryFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO DuplicateOrder
                       MOVE OHIST-FIRST-DATE TO WS-ORIG-DATE
               END-READ
           END-IF.

      *>  The repeat rides to its own output with the date the order
      *>  was first processed, so a resend storm reads as one glance
           END-STRING
           WRITE DuplicateRecord.

      *>  Remembers a written OrderID on the history, where the
      *>  duplicate check looks for it - a second copy later in this
      *>  same file and a resend on a later day are both caught.  The
      *>  record also carries the item and its stock mark, and the
      *>  billing details, for SHIPCONFIRM.
       RecordOrderHistory.
           EVALUATE TRUE
               WHEN CreditOrder = 'Y'
                   MOVE 'R' TO WS-HIST-STOCK-FLAG
               WHEN StockAvailable = 'N'
                   MOVE SPACE TO WS-HIST-STOCK-FLAG
               WHEN BackOrdered = 'Y'
                   MOVE 'B' TO WS-HIST-STOCK-FLAG
               WHEN OTHER
                   MOVE 'S' TO WS-HIST-STOCK-FLAG
           END-EVALUATE
           IF HistoryOpen = 'Y'
               MOVE SPACES TO OrderHistoryRecord
               MOVE OrderID TO OHIST-ORDER-ID
               MOVE WS-RUN-DATE TO OHIST-FIRST-DATE
               MOVE Item TO OHIST-ITEM
               MOVE WS-HIST-STOCK-FLAG TO OHIST-STOCK
               MOVE CUST-ID TO OHIST-CUST-ID
               MOVE 'Y' TO OHIST-BILLABLE
               MOVE WS-OUT-AMOUNT TO OHIST-AMOUNT
               MOVE WS-TAX-AMOUNT TO OHIST-TAX
               MOVE CUST-TAX-JURIS TO OHIST-TAX-JURIS
               IF CUST-TAX-EXEMPT = 'Y'
                   MOVE 'Y' TO OHIST-TAX-EXEMPT
               ELSE
                   MOVE 'N' TO OHIST-TAX-EXEMPT
               END-IF
               MOVE CustomerName TO OHIST-CUST-NAME
               MOVE AddressField TO OHIST-ADDRESS
               WRITE OrderHistoryRecord
                   INVALID KEY
                       DISPLAY "WARNING: order history refused Order "
                           FUNCTION TRIM(OrderID) " (status "
                           HistoryStatus ") - a resend of it will not "
                           "be recognized."
               END-WRITE
           END-IF.

      *>  Expected vs actual side by side so the intake desk can see
               ADD 1 TO WS-RECORDS-EXCEPTION
               WRITE ExceptionRecord
           END-IF.

      *>  --------------------------------------------------------
      *>  Credit-limit check - see the comment block in
      *>  WORKING-STORAGE
      *>  --------------------------------------------------------
      *>  Read on the CUST-ID as each order is checked; the ledger is
      *>  only read here, never updated.
       OpenCustomerBalances.
           OPEN INPUT BalanceFile
           IF BalanceStatus = "00"
               MOVE 'Y' TO BalanceOpen
           ELSE
               MOVE 'N' TO BalanceOpen
               DISPLAY "WARNING: customer balance ledger unavailable "
                   "(status " BalanceStatus ") - open balances are "
                   "taken as zero for the credit-limit check."
           END-IF.

      *>  Finds CUST-ID's entry in this run's accepted-orders table,
      *>  adding one at zero on the customer's first order of the
      *>  run.  WS-BALANCE-HIT 0 means the table is full; the check
      *>  then runs on the open balance and the order alone.
       FindBalanceEntry.
           MOVE 0 TO WS-BALANCE-HIT
           PERFORM VARYING WS-BALANCE-IDX FROM 1 BY 1
                   UNTIL WS-BALANCE-IDX > WS-BALANCE-COUNT
                      OR WS-BALANCE-HIT > 0
               IF WS-BAL-CUST-ID(WS-BALANCE-IDX) = CUST-ID
                   MOVE WS-BALANCE-IDX TO WS-BALANCE-HIT
               END-IF
           END-PERFORM
           IF WS-BALANCE-HIT = 0
               IF WS-BALANCE-COUNT < 5000
                   ADD 1 TO WS-BALANCE-COUNT
                   MOVE CUST-ID TO WS-BAL-CUST-ID(WS-BALANCE-COUNT)
                   MOVE 0 TO WS-BAL-ACCEPTED(WS-BALANCE-COUNT)
                   PERFORM SumOpenOrders
                   MOVE WS-CREDIT-ORDERS
                       TO WS-BAL-OPEN-ORDERS(WS-BALANCE-COUNT)
                   MOVE WS-BALANCE-COUNT TO WS-BALANCE-HIT
               ELSE
                   IF BalanceTableFull = 'N'
                       MOVE 'Y' TO BalanceTableFull
                       DISPLAY "WARNING: more than 5000 customers "
                           "ordered this run - customers past that "
                           "have their open orders summed afresh for "
                           "each order."
                   END-IF
               END-IF
           END-IF.

      *>  The customer's open balance off the ledger; no ledger record
      *>  yet (or no ledger) is a zero balance.
       ReadOpenBalance.
           MOVE 0 TO WS-CREDIT-OPEN
           IF BalanceOpen = 'Y'
               MOVE CUST-ID TO ARBAL-CUST-ID
               READ BalanceFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ARBAL-BALANCE TO WS-CREDIT-OPEN
               END-READ
           END-IF.

      *>  Opened read-only for the open-orders test.
       OpenShippedOrders.
           OPEN INPUT ShippedFile
           EVALUATE ShippedStatus
               WHEN "00"
                   MOVE 'Y' TO ShippedOpen
               WHEN "35"
                   MOVE 'N' TO ShippedOpen
               WHEN OTHER
                   MOVE 'N' TO ShippedOpen
                   DISPLAY "WARNING: shipped-orders file unavailable "
                       "(status " ShippedStatus ") - every recorded "
                       "order is taken as open for the credit-limit "
                       "check."
           END-EVALUATE.

      *>  The customer's accepted, not yet invoiced orders into
      *>  WS-CREDIT-ORDERS - see the comment block in WORKING-STORAGE.
       SumOpenOrders.
           MOVE 0 TO WS-CREDIT-ORDERS
           MOVE 'N' TO OpenOrdersEof
           IF HistoryOpen = 'N'
               MOVE 'Y' TO OpenOrdersEof
           ELSE
               MOVE CUST-ID TO OHIST-CUST-ID
               START OrderHistoryFile KEY IS EQUAL TO OHIST-CUST-ID
                   INVALID KEY MOVE 'Y' TO OpenOrdersEof
               END-START
           END-IF
           PERFORM UNTIL OpenOrdersEof = 'Y'
               READ OrderHistoryFile NEXT RECORD
                   AT END MOVE 'Y' TO OpenOrdersEof
                   NOT AT END
                       IF OHIST-CUST-ID NOT = CUST-ID
                           MOVE 'Y' TO OpenOrdersEof
                       ELSE
                           PERFORM AddIfOrderOpen
                       END-IF
               END-READ
           END-PERFORM.

       AddIfOrderOpen.
           IF OHIST-BILLABLE = 'Y'
               IF ShippedOpen = 'Y'
                   MOVE OHIST-ORDER-ID TO SHPD-ORDER-ID
                   READ ShippedFile
                       INVALID KEY
                           ADD OHIST-AMOUNT OHIST-TAX
                               TO WS-CREDIT-ORDERS
                   END-READ
               ELSE
                   ADD OHIST-AMOUNT OHIST-TAX TO WS-CREDIT-ORDERS
               END-IF
           END-IF.

      *>  Exposure is the open balance plus the open orders plus what
      *>  this run has already accepted plus this order's USD amount
      *>  and its sales tax; anything past the limit is the shortfall
      *>  the account desk has to clear.
       CheckCreditLimit.
           MOVE 'N' TO OverCreditLimit
           MOVE 0 TO WS-CREDIT-OPEN WS-CREDIT-ACCEPTED
                     WS-CREDIT-ORDERS WS-CREDIT-SHORTFALL
           PERFORM ReadOpenBalance
           PERFORM FindBalanceEntry
           IF WS-BALANCE-HIT > 0
               MOVE WS-BAL-ACCEPTED(WS-BALANCE-HIT)
                   TO WS-CREDIT-ACCEPTED
               MOVE WS-BAL-OPEN-ORDERS(WS-BALANCE-HIT)
                   TO WS-CREDIT-ORDERS
           ELSE
               PERFORM SumOpenOrders
           END-IF
           IF CreditOrder = 'N' AND CUST-CREDIT-LIMIT > 0
               COMPUTE WS-CREDIT-EXPOSURE = WS-CREDIT-OPEN
                   + WS-CREDIT-ORDERS
                   + WS-CREDIT-ACCEPTED + WS-AMOUNT-NUM
                   + WS-TAX-MAGNITUDE
               IF WS-CREDIT-EXPOSURE > CUST-CREDIT-LIMIT
                   MOVE 'Y' TO OverCreditLimit
                   COMPUTE WS-CREDIT-SHORTFALL =
                       WS-CREDIT-EXPOSURE - CUST-CREDIT-LIMIT
               END-IF
           END-IF.

       NoteAcceptedOrder.
           IF WS-BALANCE-HIT > 0
               ADD WS-OUT-AMOUNT WS-TAX-AMOUNT
                   TO WS-BAL-ACCEPTED(WS-BALANCE-HIT)
           END-IF
           IF CreditOrder = 'N' AND WS-STOCK-HIT > 0
               ADD 1 TO WS-STOCK-ACCEPTED(WS-STOCK-HIT)
           END-IF.

      *>  The figures first, then the untouched input line, so the
      *>  account desk can see the shortfall at a glance and re-feed
      *>  the order as-is once the limit or balance allows it.
       WriteCreditReview.
           ADD 1 TO WS-RECORDS-CREDIT-REVIEW
           MOVE WS-AMOUNT-NUM TO WS-ACTUAL-EDIT
           MOVE WS-TAX-MAGNITUDE TO WS-TAX-EDIT
           MOVE CUST-CREDIT-LIMIT TO WS-LIMIT-EDIT
           MOVE WS-CREDIT-OPEN TO WS-BALANCE-EDIT
           MOVE WS-CREDIT-ORDERS TO WS-OPEN-ORDERS-EDIT
           MOVE WS-CREDIT-ACCEPTED TO WS-PENDING-EDIT
           MOVE WS-CREDIT-SHORTFALL TO WS-SHORTFALL-EDIT
           MOVE SPACES TO CreditReviewRecord
           STRING "CREDITLIMIT Order: ", FUNCTION TRIM(OrderID),
                  " | Customer: ", FUNCTION TRIM(CUST-ID),
                  " | Amount: ", FUNCTION TRIM(WS-ACTUAL-EDIT),
                  " | Tax: ", FUNCTION TRIM(WS-TAX-EDIT),
                  " | Limit: ", FUNCTION TRIM(WS-LIMIT-EDIT),
                  " | Balance: ", FUNCTION TRIM(WS-BALANCE-EDIT),
                  " | Open Orders: ",
                  FUNCTION TRIM(WS-OPEN-ORDERS-EDIT),
                  " | Accepted This Run: ",
                  FUNCTION TRIM(WS-PENDING-EDIT),
                  " | Shortfall: ", FUNCTION TRIM(WS-SHORTFALL-EDIT),
                  " | ", FUNCTION TRIM(InputRecord)
               DELIMITED BY SIZE INTO CreditReviewRecord
           END-STRING
           WRITE CreditReviewRecord.

      *>  --------------------------------------------------------
      *>  Sales tax - see the comment block in WORKING-STORAGE
      *>  --------------------------------------------------------
       LoadTaxRates.
           MOVE 0 TO WS-TAX-RATE-COUNT
           MOVE 'N' TO TaxRateEof
           OPEN INPUT TaxRateFile
           IF TaxRateStatus = "00"
               MOVE 'Y' TO TaxRatesAvailable
               PERFORM UNTIL TaxRateEof = 'Y'
                   READ TaxRateFile
                       AT END MOVE 'Y' TO TaxRateEof
                       NOT AT END PERFORM ParseTaxRateLine
                   END-READ
               END-PERFORM
               CLOSE TaxRateFile
           ELSE
               MOVE 'N' TO TaxRatesAvailable
               DISPLAY "WARNING: sales tax rate file unavailable "
                   "(status " TaxRateStatus ") - orders for taxable "
                   "customers will be held with NOTAXRATE."
           END-IF.

      *>  A zero rate is a legitimate entry (a jurisdiction that does
      *>  not tax the goods) and loads; a negative, unparsable or
      *>  undated one is discarded with a console warning, the
      *>  ParseRateLine treatment.
       ParseTaxRateLine.
           IF FUNCTION TRIM(TaxRateRecord) = SPACES
               CONTINUE
           ELSE
               MOVE SPACES TO WS-TAX-JURIS-TEXT WS-TAX-DATE-TEXT
                              WS-TAX-PCT-TEXT
               UNSTRING TaxRateRecord DELIMITED BY "|"
                   INTO WS-TAX-JURIS-TEXT, WS-TAX-DATE-TEXT,
                        WS-TAX-PCT-TEXT
               END-UNSTRING
               IF WS-TAX-RATE-COUNT >= 200
                   DISPLAY "WARNING: sales tax rate table is full "
                       "(200 entries) - remaining entries ignored."
               ELSE
                   IF FUNCTION TRIM(WS-TAX-JURIS-TEXT) = SPACES OR
                      FUNCTION LENGTH(
                          FUNCTION TRIM(WS-TAX-JURIS-TEXT)) > 6 OR
                      WS-TAX-DATE-TEXT(1:8) IS NOT NUMERIC OR
                      FUNCTION TRIM(WS-TAX-PCT-TEXT) = SPACES OR
                      FUNCTION TEST-NUMVAL(
                          FUNCTION TRIM(WS-TAX-PCT-TEXT)) NOT = 0 OR
                      FUNCTION NUMVAL(
                          FUNCTION TRIM(WS-TAX-PCT-TEXT)) < 0
                       DISPLAY "WARNING: tax_rates.cfg entry for "
                           FUNCTION TRIM(WS-TAX-JURIS-TEXT)
                           " has an unusable jurisdiction, date or "
                           "rate - entry ignored."
                   ELSE
                       ADD 1 TO WS-TAX-RATE-COUNT
                       MOVE FUNCTION TRIM(WS-TAX-JURIS-TEXT)
                           TO WS-TAX-RATE-JURIS(WS-TAX-RATE-COUNT)
                       MOVE WS-TAX-DATE-TEXT(1:8)
                           TO WS-TAX-RATE-DATE(WS-TAX-RATE-COUNT)
                       COMPUTE WS-TAX-RATE-PCT(WS-TAX-RATE-COUNT) =
                           FUNCTION NUMVAL(
                               FUNCTION TRIM(WS-TAX-PCT-TEXT))
                           ON SIZE ERROR
                               DISPLAY "WARNING: tax_rates.cfg rate "
                                   "for "
                                   FUNCTION TRIM(WS-TAX-JURIS-TEXT)
                                   " does not fit - entry ignored."
                               SUBTRACT 1 FROM WS-TAX-RATE-COUNT
                       END-COMPUTE
                   END-IF
               END-IF
           END-IF.

      *>  Create-then-reopen EXTEND, the ingestion manifest shape.  A
      *>  ledger that cannot be opened still lets the night run - the
      *>  tax is on the output line and in the GL - but the period
      *>  report will be short, so the warning says so.
       OpenTaxLedger.
           OPEN EXTEND TaxLedgerFile
           IF TaxLedgerStatus NOT = "00"
               OPEN OUTPUT TaxLedgerFile
               CLOSE TaxLedgerFile
               OPEN EXTEND TaxLedgerFile
           END-IF
           IF TaxLedgerStatus = "00"
               MOVE 'Y' TO TaxLedgerOpen
           ELSE
               MOVE 'N' TO TaxLedgerOpen
               DISPLAY "WARNING: sales tax ledger unavailable (status "
                   TaxLedgerStatus ") - this run's orders will be "
                   "missing from the sales tax report."
           END-IF.

      *>  Sets TaxResolved, WS-TAX-MAGNITUDE and the signed
      *>  WS-TAX-AMOUNT for the customer LookupCustomer just read, or
      *>  leaves TaxResolved 'N' with the hold reason in
      *>  WS-UNKNOWN-REASON.  An exempt customer still needs a
      *>  jurisdiction - the exempt sale is reported under it - but
      *>  needs no rate.
       ResolveSalesTax.
           MOVE 'N' TO TaxResolved
           MOVE 0 TO WS-TAX-MAGNITUDE WS-TAX-AMOUNT
           IF CUST-TAX-JURIS = SPACES OR CUST-TAX-JURIS = LOW-VALUES
               MOVE "NOTAXJURIS" TO WS-UNKNOWN-REASON
           ELSE
               IF CUST-TAX-EXEMPT = 'Y'
                   MOVE 'Y' TO TaxResolved
               ELSE
                   PERFORM FindTaxRate
                   IF WS-TAX-RATE-FOUND = 'N'
                       MOVE "NOTAXRATE" TO WS-UNKNOWN-REASON
                   ELSE
                       MOVE 'Y' TO TaxResolved
                       COMPUTE WS-TAX-MAGNITUDE ROUNDED =
                           WS-AMOUNT-NUM * WS-APPLIED-TAX-PCT / 100
                       IF CreditOrder = 'Y'
                           COMPUTE WS-TAX-AMOUNT = 0 - WS-TAX-MAGNITUDE
                       ELSE
                           MOVE WS-TAX-MAGNITUDE TO WS-TAX-AMOUNT
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *>  Latest effective date on or before the business date wins,
      *>  the FindExchangeRate resolution.
       FindTaxRate.
           MOVE 'N' TO WS-TAX-RATE-FOUND
           MOVE SPACES TO WS-TAX-BEST-DATE
           MOVE 0 TO WS-APPLIED-TAX-PCT
           PERFORM VARYING WS-TAX-RATE-IDX FROM 1 BY 1
                   UNTIL WS-TAX-RATE-IDX > WS-TAX-RATE-COUNT
               IF WS-TAX-RATE-JURIS(WS-TAX-RATE-IDX) = CUST-TAX-JURIS
                  AND WS-TAX-RATE-DATE(WS-TAX-RATE-IDX)
                      <= WS-BUSINESS-DATE
                  AND WS-TAX-RATE-DATE(WS-TAX-RATE-IDX)
                      >= WS-TAX-BEST-DATE
                   MOVE 'Y' TO WS-TAX-RATE-FOUND
                   MOVE WS-TAX-RATE-DATE(WS-TAX-RATE-IDX)
                       TO WS-TAX-BEST-DATE
                   MOVE WS-TAX-RATE-PCT(WS-TAX-RATE-IDX)
                       TO WS-APPLIED-TAX-PCT
               END-IF
           END-PERFORM.

      *>  One ledger line per written order - see the sales-tax
      *>  comment block in WORKING-STORAGE.  Amount and tax both carry
      *>  the order's sign, so a credit memo nets in the period totals.
       RecordTaxLedger.
           IF TaxLedgerOpen = 'Y'
               MOVE WS-OUT-AMOUNT TO WS-LEDGER-AMOUNT-EDIT
               MOVE WS-TAX-AMOUNT TO WS-TAX-EDIT
               IF CUST-TAX-EXEMPT = 'Y'
                   MOVE 'Y' TO WS-LEDGER-EXEMPT
               ELSE
                   MOVE 'N' TO WS-LEDGER-EXEMPT
               END-IF
               MOVE SPACES TO TaxLedgerRecord
               STRING WS-RUN-DATE,
                      "|", FUNCTION TRIM(OrderID),
                      "|", FUNCTION TRIM(CUST-ID),
                      "|", FUNCTION TRIM(CUST-TAX-JURIS),
                      "|", WS-LEDGER-EXEMPT,
                      "|", FUNCTION TRIM(WS-LEDGER-AMOUNT-EDIT),
                      "|", FUNCTION TRIM(WS-TAX-EDIT)
                   DELIMITED BY SIZE INTO TaxLedgerRecord
               END-STRING
               WRITE TaxLedgerRecord
           END-IF.

      *>  --------------------------------------------------------
      *>  Stock availability - see the comment block in
      *>  WORKING-STORAGE
      *>  --------------------------------------------------------
      *>  Loaded whole and only read - STOCKPOST and SHIPCONFIRM own
      *>  the file.
       LoadStockLedger.
           MOVE 0 TO WS-STOCK-COUNT
           MOVE 'N' TO StockEof
           OPEN INPUT StockFile
           IF StockStatus = "00"
               MOVE 'Y' TO StockAvailable
               PERFORM UNTIL StockEof = 'Y'
                   READ StockFile
                       AT END MOVE 'Y' TO StockEof
                       NOT AT END PERFORM StoreStockEntry
                   END-READ
               END-PERFORM
               CLOSE StockFile
           ELSE
               MOVE 'N' TO StockAvailable
               DISPLAY "WARNING: stock ledger unavailable (status "
                   StockStatus ") - stock availability is not checked "
                   "this run and no order is marked back-ordered."
           END-IF.

      *>  A ledger line that has lost its item or quantities is
      *>  discarded with a console warning, leaving the item with no
      *>  stock - its orders back-order rather than oversell.
       StoreStockEntry.
           IF FUNCTION TRIM(StockRecord) = SPACES
               CONTINUE
           ELSE
               MOVE SPACES TO WS-STK-ITEM-TEXT WS-STK-ONHAND-TEXT
                              WS-STK-ALLOC-TEXT
               UNSTRING StockRecord DELIMITED BY "|"
                   INTO WS-STK-ITEM-TEXT, WS-STK-ONHAND-TEXT,
                        WS-STK-ALLOC-TEXT
               END-UNSTRING
               IF FUNCTION TRIM(WS-STK-ITEM-TEXT) = SPACES OR
                  FUNCTION TEST-NUMVAL(
                      FUNCTION TRIM(WS-STK-ONHAND-TEXT)) NOT = 0 OR
                  FUNCTION TEST-NUMVAL(
                      FUNCTION TRIM(WS-STK-ALLOC-TEXT)) NOT = 0
                   DISPLAY "WARNING: stock_on_hand.txt entry "
                       FUNCTION TRIM(WS-STK-ITEM-TEXT)
                       " has unusable quantities - entry ignored."
               ELSE
                   IF WS-STOCK-COUNT >= 500
                       IF StockTableFull = 'N'
                           MOVE 'Y' TO StockTableFull
                           DISPLAY "WARNING: stock table is full (500 "
                               "items) - orders for items past it are "
                               "marked back-ordered."
                       END-IF
                   ELSE
                       ADD 1 TO WS-STOCK-COUNT
                       MOVE WS-STK-ITEM-TEXT
                           TO WS-STOCK-ITEM(WS-STOCK-COUNT)
                       MOVE 0 TO WS-STOCK-ACCEPTED(WS-STOCK-COUNT)
                       COMPUTE WS-STOCK-ON-HAND(WS-STOCK-COUNT) =
                           FUNCTION NUMVAL(
                               FUNCTION TRIM(WS-STK-ONHAND-TEXT))
                           ON SIZE ERROR
                               MOVE 0 TO WS-STOCK-ON-HAND(WS-STOCK-COUNT)
                       END-COMPUTE
                       COMPUTE WS-STOCK-ALLOCATED(WS-STOCK-COUNT) =
                           FUNCTION NUMVAL(
                               FUNCTION TRIM(WS-STK-ALLOC-TEXT))
                           ON SIZE ERROR
                               MOVE 0
                                   TO WS-STOCK-ALLOCATED(WS-STOCK-COUNT)
                       END-COMPUTE
                   END-IF
               END-IF
           END-IF.

      *>  Finds the order's item on the ledger, adding it at zero
      *>  when it has no line yet so this run's back-orders of it
      *>  still queue up.  A credit memo moves no stock and is never
      *>  back-ordered.
       CheckStockAvailability.
           MOVE 'N' TO BackOrdered
           MOVE 0 TO WS-STOCK-HIT
           IF StockAvailable = 'Y' AND CreditOrder = 'N'
               PERFORM VARYING WS-STOCK-IDX FROM 1 BY 1
                       UNTIL WS-STOCK-IDX > WS-STOCK-COUNT
                          OR WS-STOCK-HIT > 0
                   IF WS-STOCK-ITEM(WS-STOCK-IDX) = Item
                       MOVE WS-STOCK-IDX TO WS-STOCK-HIT
                   END-IF
               END-PERFORM
               IF WS-STOCK-HIT = 0 AND WS-STOCK-COUNT < 500
                   ADD 1 TO WS-STOCK-COUNT
                   MOVE Item TO WS-STOCK-ITEM(WS-STOCK-COUNT)
                   MOVE 0 TO WS-STOCK-ON-HAND(WS-STOCK-COUNT)
                   MOVE 0 TO WS-STOCK-ALLOCATED(WS-STOCK-COUNT)
                   MOVE 0 TO WS-STOCK-ACCEPTED(WS-STOCK-COUNT)
                   MOVE WS-STOCK-COUNT TO WS-STOCK-HIT
               END-IF
               IF WS-STOCK-HIT = 0
                   MOVE 'Y' TO BackOrdered
               ELSE
                   COMPUTE WS-STOCK-FREE =
                       WS-STOCK-ON-HAND(WS-STOCK-HIT)
                       - WS-STOCK-ALLOCATED(WS-STOCK-HIT)
                       - WS-STOCK-ACCEPTED(WS-STOCK-HIT)
                   IF WS-STOCK-FREE < 1
                       MOVE 'Y' TO BackOrdered
                   END-IF
               END-IF
           END-IF.
