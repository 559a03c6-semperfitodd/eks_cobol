               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIRM-STATUS.
           SELECT ORDER-HISTORY-FILE
               ASSIGN TO "/mnt/efs/data/order_history.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OHIST-ORDER-ID
               ALTERNATE RECORD KEY IS OHIST-CUST-ID WITH DUPLICATES
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT SHIPPED-FILE
               ASSIGN TO "/mnt/efs/data/shipped_orders.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SHPD-ORDER-ID
               ALTERNATE RECORD KEY IS SHPD-BUSINESS-DATE
                   WITH DUPLICATES
               FILE STATUS IS WS-SHIPPED-STATUS.
           SELECT STOCK-FILE
               ASSIGN TO "/mnt/efs/data/stock_on_hand.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STOCK-STATUS.
           SELECT MOVEMENT-FILE
               ASSIGN TO "/mnt/efs/data/stock_movements.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOVEMENT-STATUS.
           SELECT INVOICE-CONTROL-FILE
               ASSIGN TO "/output/invoice_control.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INV-CTL-STATUS.
           SELECT INVOICE-REGISTER-FILE
               ASSIGN TO "/mnt/efs/data/invoice_register.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.
           SELECT INVOICE-PRINT-FILE
               ASSIGN TO "/mnt/efs/output/invoices.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT INVOICE-INTERFACE-FILE
               ASSIGN TO "/mnt/efs/output/invoice_interface.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPEN-REPORT-FILE
               ASSIGN TO "/mnt/efs/output/open_orders_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       01  CONFIRM-RECORD PIC X(100).

       FD  ORDER-HISTORY-FILE.
       01  ORDER-HISTORY-RECORD.
           COPY ORDHIST.

       FD  SHIPPED-FILE.
       01  SHIPPED-RECORD.
           COPY SHIPREC.

       FD  STOCK-FILE.
       01  STOCK-RECORD PIC X(100).

       FD  MOVEMENT-FILE.
       01  MOVEMENT-RECORD PIC X(150).

       FD  INVOICE-CONTROL-FILE.
       01  INVOICE-CONTROL-RECORD PIC X(80).

       FD  INVOICE-REGISTER-FILE.
       01  INVOICE-REGISTER-RECORD PIC X(200).

       FD  INVOICE-PRINT-FILE.
       01  INVOICE-PRINT-RECORD PIC X(100).

      *>  The interface trailer shares the record area with the
      *>  invoice layout - see INVOICEX.
       FD  INVOICE-INTERFACE-FILE.
       01  INVOICE-INTERFACE-RECORD.
           COPY INVOICEX.
       01  INVOICE-TRAILER-RECORD.
           05  INVT-REC-TYPE        PIC X.
           05  INVT-RECORD-COUNT    PIC 9(7).
           05  INVT-TOTAL           PIC S9(11)V99
                                    SIGN IS LEADING SEPARATE.
           05  FILLER               PIC X(256).

       FD  OPEN-REPORT-FILE.
       01  OPEN-REPORT-RECORD PIC X(200).
       01  WS-SHIPPED-STATUS PIC XX.
       01  WS-RUN-CONTROL-STATUS PIC XX.
       01  WS-AUDIT-STATUS PIC XX.
       01  WS-STOCK-STATUS PIC XX.
       01  WS-MOVEMENT-STATUS PIC XX.
       01  WS-INV-CTL-STATUS PIC XX.
       01  WS-REGISTER-STATUS PIC XX.
       01  WS-CONFIRM-EOF PIC X VALUE 'N'.
       01  WS-HISTORY-EOF PIC X VALUE 'N'.
       01  WS-HISTORY-OPEN PIC X VALUE 'N'.

      *>  The recorded orders are TransformCSV's indexed order
      *>  history (ORDHIST), read on the OrderID to match each
      *>  confirmation and browsed in OrderID order for the open
      *>  orders.  Each record carries the first-processed date, the
      *>  item, S in stock / B back-ordered / R credit memo as
      *>  accepted, and the billing details the invoice is cut from
      *>  (OHIST-BILLABLE 'Y'; records carried over from before those
      *>  details were kept have 'N', move no stock and cannot be
      *>  invoiced).  An order is open while it has no record on the
      *>  shipped file, which this run's matches are written to as
      *>  they land, and is aged from its first-processed date.
       01  WS-HISTORY-COUNT PIC 9(7) VALUE 0.
       01  WS-ORDER-FOUND PIC X VALUE 'N'.
       01  WS-SHIPPED-WRITTEN PIC X VALUE 'N'.

      *>  Invoicing.  We bill on shipment, so every confirmation
      *>  matched to a recorded order is invoiced here, numbered off
      *>  /output/invoice_control.txt (LAST-INVOICE-NO|nnnnnnnn) the
      *>  way GLPOSTEXTRACT numbers its batches off
      *>  gl_batch_control.txt.  Each invoice is appended to the
      *>  persistent invoice register
      *>      INVOICE-NO|BUSDATE|ORDERID|CUST-ID|SHIPDATE|AMOUNT|TAX|TOTAL
      *>      |JURIS|EXEMPT
      *>  (INVREGISTER lists and ties it, ARPOSTING charges the
      *>  customer's AR balance from the business date's lines - the
      *>  ledger is charged on shipment, never at acceptance - and
      *>  GLPOSTEXTRACT and SALESTAXRPT take the sales tax from the
      *>  same lines, so tax is recognized as it is billed; lines
      *>  written before JURIS and EXEMPT were added end at TOTAL)
      *>  and the control file is advanced at once, so a run that
      *>  dies mid-feed has consumed exactly the numbers on the
      *>  register.  The next number is
      *>  the higher of the control file and the register's own last
      *>  number, so a lost or stale control file can never cause a
      *>  number to be reused; without a usable register no invoice
      *>  can be numbered safely and the run stops before touching
      *>  anything.  The printable invoices and the fixed-width
      *>  interface (INVOICEX) are this run's output, rewritten each
      *>  run like the other reports - the register is the lasting
      *>  record.  An order recorded before the billing details were
      *>  kept ships without an invoice, loudly, as does one whose
      *>  register line is refused - an invoice off the register would
      *>  never reach the ledger, so none is printed or sent and its
      *>  number is not consumed.
       01  WS-INV-CTL-EOF PIC X VALUE 'N'.
       01  WS-REGISTER-EOF PIC X VALUE 'N'.
       01  WS-INV-KEY-TEXT PIC X(20).
       01  WS-INV-VAL-TEXT PIC X(20).
       01  WS-CTL-INVOICE-NO PIC 9(8) VALUE 0.
       01  WS-REG-INVOICE-NO PIC 9(8) VALUE 0.
       01  WS-LAST-INVOICE-NO PIC 9(8) VALUE 0.
       01  WS-FIRST-INVOICE-NO PIC 9(8) VALUE 0.
       01  WS-INVOICE-TOTAL PIC S9(9)V99 VALUE 0.
       01  WS-INVOICES-ISSUED PIC 9(7) VALUE 0.
       01  WS-INVOICED-TOTAL PIC S9(11)V99 VALUE 0.
       01  WS-NOT-INVOICED PIC 9(7) VALUE 0.
       01  WS-INVOICE-TITLE PIC X(12).
       01  WS-PRINT-LABEL PIC X(40).
      *>  Edited pictures used only on register, invoice and report
      *>  lines.
       01  WS-INV-AMOUNT-EDIT PIC -(8)9.99.
       01  WS-INV-TAX-EDIT PIC -(8)9.99.
       01  WS-INV-TOTAL-EDIT PIC -(8)9.99.
       01  WS-INVOICED-TOTAL-EDIT PIC -(10)9.99.
       01  WS-PRINT-AMOUNT-EDIT PIC -(10)9.99.

      *>  Stock relief.  The on-hand ledger (ITEM|ON-HAND|ALLOCATED,
      *>  shared with TransformCSV and STOCKPOST) is loaded whole,
      *>  each matched shipment of an S or B order relieves one unit
      *>  of its item, and the ledger is rewritten whole at the end
      *>  of the run with ALLOCATED recounted as the orders still
      *>  open against each item - the figure TransformCSV nets off
      *>  before calling the next night's orders in stock.  Every
      *>  relief is also appended to the stock movement journal
      *>      BUSDATE|ITEM|TYPE|QTY|REFERENCE|ON-HAND-AFTER
      *>  (TYPE SHIP, REFERENCE the OrderID) STOCKPOST writes its
      *>  receipts to.  A shipment that takes an item below zero is
      *>  still relieved - the goods have left - but is warned about
      *>  on the console and listed on the report.  A ledger past the
      *>  table bound, or holding a line whose item or on-hand figure
      *>  cannot be read, disables relief for the run rather than
      *>  rewriting it short - the rewrite would delete the items it
      *>  could not hold.  The run still invoices, but ends with
      *>  RETURN-CODE 8 so the schedule shows the ledger was not
      *>  maintained.
       01  WS-STOCK-TAB.
           05  WS-STOCK-ENTRY OCCURS 500 TIMES.
               10  WS-STOCK-ITEM      PIC X(50).
               10  WS-STOCK-ON-HAND   PIC S9(7).
               10  WS-STOCK-ALLOCATED PIC 9(7).
       01  WS-STOCK-COUNT PIC 9(3) VALUE 0.
       01  WS-STOCK-IDX PIC 9(3) VALUE 0.
       01  WS-STOCK-HIT PIC 9(3) VALUE 0.
       01  WS-STOCK-EOF PIC X VALUE 'N'.
       01  WS-STOCK-USABLE PIC X VALUE 'Y'.
       01  WS-MOVEMENT-OPEN PIC X VALUE 'N'.
       01  WS-STK-ITEM-TEXT PIC X(50).
       01  WS-STK-ONHAND-TEXT PIC X(20).
       01  WS-STK-ALLOC-TEXT PIC X(20).
       01  WS-UNITS-RELIEVED PIC 9(7) VALUE 0.
       01  WS-NEGATIVE-ITEMS PIC 9(7) VALUE 0.
       01  WS-OPEN-BACKORDER PIC 9(7) VALUE 0.
       01  WS-BACKORDER-NOTE PIC X(15) VALUE SPACES.
       01  WS-STOCK-LOADED PIC X VALUE 'N'.
      *>  Edited pictures used only when writing quantities back to
      *>  the ledger and journal.
       01  WS-ONHAND-EDIT PIC -(7)9.
       01  WS-ALLOC-EDIT PIC Z(6)9.

      *>  OrderIDs confirmed shipped, one SHIPREC record each on the
      *>  indexed shipped file beside the order history.  Read on the
      *>  OrderID so an already-shipped order does not reappear as
      *>  open, and so a warehouse that resends a confirmation reads
      *>  as a repeat, not a second shipment.
       01  WS-SHIP-ID-TEXT PIC X(50).
       01  WS-SHIP-DATE-TEXT PIC X(10).
       01  WS-ALREADY-SHIPPED PIC X VALUE 'N'.
           PERFORM CHECK-RUN-ORDER
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-RUN-DATE))
           PERFORM OPEN-ORDER-HISTORY
           PERFORM LOAD-INVOICE-NUMBERING
           PERFORM OPEN-SHIPPED-ORDERS
           PERFORM LOAD-STOCK-LEDGER
           OPEN OUTPUT OPEN-REPORT-FILE
           OPEN OUTPUT INVOICE-PRINT-FILE
           OPEN OUTPUT INVOICE-INTERFACE-FILE
           PERFORM WRITE-REPORT-HEADER
           PERFORM PROCESS-CONFIRMATIONS
           PERFORM WRITE-INTERFACE-TRAILER
           CLOSE INVOICE-INTERFACE-FILE
           CLOSE INVOICE-PRINT-FILE
           CLOSE INVOICE-REGISTER-FILE
           IF WS-MOVEMENT-OPEN = 'Y'
               CLOSE MOVEMENT-FILE
           END-IF
           IF WS-STOCK-USABLE = 'Y'
               PERFORM RECOUNT-ALLOCATIONS
               PERFORM WRITE-STOCK-LEDGER
           END-IF
           PERFORM WRITE-OPEN-ORDERS-SECTION
           PERFORM WRITE-ESCALATION-SECTION
           PERFORM WRITE-NEGATIVE-STOCK-SECTION
           PERFORM WRITE-REPORT-TRAILER
           CLOSE OPEN-REPORT-FILE
           IF WS-HISTORY-OPEN = 'Y'
               CLOSE ORDER-HISTORY-FILE
           END-IF
           CLOSE SHIPPED-FILE
           PERFORM WRITE-AUDIT-RECORD
           IF WS-STOCK-USABLE = 'N'
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      *>  Reads the operator's business date and stamps this run's id
      *>  --------------------------------------------------------
      *>  Loads
      *>  --------------------------------------------------------
      *>  The history is only read here; TransformCSV writes it.
       OPEN-ORDER-HISTORY.
           OPEN INPUT ORDER-HISTORY-FILE
           IF WS-HISTORY-STATUS = "00"
               MOVE 'Y' TO WS-HISTORY-OPEN
           ELSE
               MOVE 'N' TO WS-HISTORY-OPEN
               DISPLAY "WARNING: order history unavailable (status "
                   WS-HISTORY-STATUS ") - there are no recorded "
                   "orders to match confirmations against."
           END-IF.

      *>  A shipped file that has never existed (status 35) is
      *>  created empty and reopened, the CUSTMAINT treatment of the
      *>  customer master.  Without it a resent confirmation could
      *>  not be told from a first one and would be invoiced twice,
      *>  so the run stops before anything is processed.
       OPEN-SHIPPED-ORDERS.
           OPEN I-O SHIPPED-FILE
           IF WS-SHIPPED-STATUS = "35"
               OPEN OUTPUT SHIPPED-FILE
               CLOSE SHIPPED-FILE
               OPEN I-O SHIPPED-FILE
           END-IF
           IF WS-SHIPPED-STATUS NOT = "00"
               DISPLAY "ERROR: shipped-orders file unavailable (status "
                   WS-SHIPPED-STATUS ") - repeat confirmations cannot "
                   "be recognized.  Nothing was processed."
               STOP RUN
           END-IF.

      *>  WS-ALREADY-SHIPPED for the OrderID in SHPD-ORDER-ID.
       CHECK-ORDER-SHIPPED.
           MOVE 'N' TO WS-ALREADY-SHIPPED
           READ SHIPPED-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ALREADY-SHIPPED
           END-READ.

      *>  Positions at the first recorded order for a browse of the
      *>  history in OrderID order.  WS-HISTORY-COUNT counts every
      *>  record the browse passes, shipped or not.
       START-HISTORY-BROWSE.
           MOVE 0 TO WS-HISTORY-COUNT
           MOVE 'N' TO WS-HISTORY-EOF
           IF WS-HISTORY-OPEN = 'N'
               MOVE 'Y' TO WS-HISTORY-EOF
           ELSE
               MOVE LOW-VALUES TO OHIST-ORDER-ID
               START ORDER-HISTORY-FILE
                   KEY IS NOT LESS THAN OHIST-ORDER-ID
                   INVALID KEY MOVE 'Y' TO WS-HISTORY-EOF
               END-START
           END-IF.

      *>  Leaves the next order with no shipped record in the history
      *>  record area, or sets WS-HISTORY-EOF.
       READ-NEXT-OPEN-ORDER.
           MOVE 'Y' TO WS-ALREADY-SHIPPED
           PERFORM UNTIL WS-HISTORY-EOF = 'Y' OR WS-ALREADY-SHIPPED = 'N'
               READ ORDER-HISTORY-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-HISTORY-EOF
                   NOT AT END
                       ADD 1 TO WS-HISTORY-COUNT
                       MOVE OHIST-ORDER-ID TO SHPD-ORDER-ID
                       PERFORM CHECK-ORDER-SHIPPED
               END-READ
           END-PERFORM.

      *>  --------------------------------------------------------
               DISPLAY "Unusable confirmation line skipped: "
                   FUNCTION TRIM(CONFIRM-RECORD)
           ELSE
               MOVE WS-SHIP-ID-TEXT TO SHPD-ORDER-ID
               PERFORM CHECK-ORDER-SHIPPED
               IF WS-ALREADY-SHIPPED = 'Y'
                   ADD 1 TO WS-CONFIRMS-REPEAT
               ELSE
               END-IF
           END-IF.

      *>  A match leaves the order's history record in the record
      *>  area for the stock relief and the invoice.
       MATCH-ONE-CONFIRMATION.
           MOVE 'N' TO WS-ORDER-FOUND
           IF WS-HISTORY-OPEN = 'Y'
               MOVE WS-SHIP-ID-TEXT TO OHIST-ORDER-ID
               READ ORDER-HISTORY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-ORDER-FOUND
               END-READ
           END-IF
           IF WS-ORDER-FOUND = 'N'
               ADD 1 TO WS-CONFIRMS-UNKNOWN
               MOVE SPACES TO OPEN-REPORT-RECORD
               STRING "  ", FUNCTION TRIM(WS-SHIP-ID-TEXT),
               END-STRING
               WRITE OPEN-REPORT-RECORD
           ELSE
               PERFORM RECORD-SHIPPED-ORDER
               IF WS-SHIPPED-WRITTEN = 'Y'
                   ADD 1 TO WS-CONFIRMS-MATCHED
                   PERFORM RELIEVE-STOCK
                   PERFORM ISSUE-INVOICE
               END-IF
           END-IF.

      *>  Remembers the match on the shipped file, where repeats are
      *>  checked - a second copy later in this same feed and a resend
      *>  on a later day are both caught, and the order drops out of
      *>  the open orders.  The record also carries the business date
      *>  it was confirmed on, which is how INVREGISTER finds the
      *>  day's shipments to tie the invoices to.  A record the file
      *>  refuses is an order already on it, so the confirmation is
      *>  counted as a repeat and neither relieves stock nor is
      *>  invoiced a second time.
       RECORD-SHIPPED-ORDER.
           MOVE SPACES TO SHIPPED-RECORD
           MOVE WS-SHIP-ID-TEXT TO SHPD-ORDER-ID
           MOVE WS-SHIP-DATE-TEXT(1:8) TO SHPD-SHIP-DATE
           MOVE WS-BUSINESS-DATE TO SHPD-BUSINESS-DATE
           MOVE 'Y' TO WS-SHIPPED-WRITTEN
           WRITE SHIPPED-RECORD
               INVALID KEY
                   MOVE 'N' TO WS-SHIPPED-WRITTEN
                   ADD 1 TO WS-CONFIRMS-REPEAT
                   DISPLAY "WARNING: shipped-orders file refused order "
                       FUNCTION TRIM(WS-SHIP-ID-TEXT) " (status "
                       WS-SHIPPED-STATUS ") - counted as a repeat "
                       "confirmation, not relieved or invoiced again."
           END-WRITE.

      *>  --------------------------------------------------------
      *>  Invoicing - see the comment block in WORKING-STORAGE
      *>  --------------------------------------------------------
       LOAD-INVOICE-NUMBERING.
           MOVE 0 TO WS-CTL-INVOICE-NO WS-REG-INVOICE-NO
           MOVE 'N' TO WS-INV-CTL-EOF
           OPEN INPUT INVOICE-CONTROL-FILE
           IF WS-INV-CTL-STATUS = "00"
               PERFORM UNTIL WS-INV-CTL-EOF = 'Y'
                   READ INVOICE-CONTROL-FILE
                       AT END MOVE 'Y' TO WS-INV-CTL-EOF
                       NOT AT END PERFORM PARSE-INVOICE-CONTROL-LINE
                   END-READ
               END-PERFORM
               CLOSE INVOICE-CONTROL-FILE
               IF WS-CTL-INVOICE-NO = 0
                   DISPLAY "WARNING: invoice_control.txt carries no "
                       "usable LAST-INVOICE-NO - numbering continues "
                       "from the invoice register."
               END-IF
           ELSE
               DISPLAY "NOTE: no invoice control file yet - invoice "
                   "numbering continues from the invoice register."
           END-IF
           MOVE 'N' TO WS-REGISTER-EOF
           OPEN INPUT INVOICE-REGISTER-FILE
           IF WS-REGISTER-STATUS = "00"
               PERFORM UNTIL WS-REGISTER-EOF = 'Y'
                   READ INVOICE-REGISTER-FILE
                       AT END MOVE 'Y' TO WS-REGISTER-EOF
                       NOT AT END PERFORM SCAN-REGISTER-LINE
                   END-READ
               END-PERFORM
               CLOSE INVOICE-REGISTER-FILE
           END-IF
           MOVE WS-CTL-INVOICE-NO TO WS-LAST-INVOICE-NO
           IF WS-REG-INVOICE-NO > WS-LAST-INVOICE-NO
               IF WS-CTL-INVOICE-NO > 0
                   DISPLAY "WARNING: invoice register is ahead of "
                       "invoice_control.txt (" WS-REG-INVOICE-NO
                       " vs " WS-CTL-INVOICE-NO ") - numbering "
                       "continues from the register."
               END-IF
               MOVE WS-REG-INVOICE-NO TO WS-LAST-INVOICE-NO
           END-IF
           OPEN EXTEND INVOICE-REGISTER-FILE
           IF WS-REGISTER-STATUS NOT = "00"
               OPEN OUTPUT INVOICE-REGISTER-FILE
               CLOSE INVOICE-REGISTER-FILE
               OPEN EXTEND INVOICE-REGISTER-FILE
           END-IF
           IF WS-REGISTER-STATUS NOT = "00"
               DISPLAY "ERROR: invoice register unavailable (status "
                   WS-REGISTER-STATUS ") - shipments cannot be "
                   "invoiced.  Nothing was processed."
               STOP RUN
           END-IF.

       PARSE-INVOICE-CONTROL-LINE.
           MOVE SPACES TO WS-INV-KEY-TEXT WS-INV-VAL-TEXT
           UNSTRING INVOICE-CONTROL-RECORD DELIMITED BY "|"
               INTO WS-INV-KEY-TEXT, WS-INV-VAL-TEXT
           END-UNSTRING
           IF FUNCTION TRIM(WS-INV-KEY-TEXT) = "LAST-INVOICE-NO" AND
              FUNCTION TRIM(WS-INV-VAL-TEXT) NOT = SPACES AND
              FUNCTION TRIM(WS-INV-VAL-TEXT) IS NUMERIC
               COMPUTE WS-CTL-INVOICE-NO =
                   FUNCTION NUMVAL(FUNCTION TRIM(WS-INV-VAL-TEXT))
                   ON SIZE ERROR MOVE 0 TO WS-CTL-INVOICE-NO
               END-COMPUTE
           END-IF.

       SCAN-REGISTER-LINE.
           MOVE SPACES TO WS-INV-VAL-TEXT
           UNSTRING INVOICE-REGISTER-RECORD DELIMITED BY "|"
               INTO WS-INV-VAL-TEXT
           END-UNSTRING
           IF FUNCTION TRIM(WS-INV-VAL-TEXT) NOT = SPACES AND
              FUNCTION TRIM(WS-INV-VAL-TEXT) IS NUMERIC
               IF FUNCTION NUMVAL(FUNCTION TRIM(WS-INV-VAL-TEXT))
                      > WS-REG-INVOICE-NO
                   COMPUTE WS-REG-INVOICE-NO =
                       FUNCTION NUMVAL(FUNCTION TRIM(WS-INV-VAL-TEXT))
                       ON SIZE ERROR CONTINUE
                   END-COMPUTE
               END-IF
           END-IF.

      *>  Numbers, registers and prints one invoice for the matched
      *>  order (the history record area), shipped WS-SHIP-DATE-TEXT.
       ISSUE-INVOICE.
           IF OHIST-BILLABLE NOT = 'Y'
               ADD 1 TO WS-NOT-INVOICED
               DISPLAY "WARNING: order " FUNCTION TRIM(WS-SHIP-ID-TEXT)
                   " shipped but was recorded without billing details "
                   "- no invoice issued, bill it by hand."
           ELSE
               ADD 1 TO WS-LAST-INVOICE-NO
               COMPUTE WS-INVOICE-TOTAL =
                   OHIST-AMOUNT
                   + OHIST-TAX
               MOVE OHIST-AMOUNT TO WS-INV-AMOUNT-EDIT
               MOVE OHIST-TAX TO WS-INV-TAX-EDIT
               MOVE WS-INVOICE-TOTAL TO WS-INV-TOTAL-EDIT
               MOVE SPACES TO INVOICE-REGISTER-RECORD
               STRING WS-LAST-INVOICE-NO, "|", WS-BUSINESS-DATE,
                      "|", FUNCTION TRIM(WS-SHIP-ID-TEXT),
                      "|", FUNCTION TRIM(OHIST-CUST-ID),
                      "|", WS-SHIP-DATE-TEXT(1:8),
                      "|", FUNCTION TRIM(WS-INV-AMOUNT-EDIT),
                      "|", FUNCTION TRIM(WS-INV-TAX-EDIT),
                      "|", FUNCTION TRIM(WS-INV-TOTAL-EDIT),
                      "|", FUNCTION TRIM(OHIST-TAX-JURIS),
                      "|", OHIST-TAX-EXEMPT
                   DELIMITED BY SIZE INTO INVOICE-REGISTER-RECORD
               END-STRING
               WRITE INVOICE-REGISTER-RECORD
               IF WS-REGISTER-STATUS NOT = "00"
                   SUBTRACT 1 FROM WS-LAST-INVOICE-NO
                   ADD 1 TO WS-NOT-INVOICED
                   DISPLAY "ERROR: invoice register refused the invoice "
                       "for order " FUNCTION TRIM(WS-SHIP-ID-TEXT)
                       " (status " WS-REGISTER-STATUS ") - no invoice "
                       "issued and nothing charged, bill it by hand."
               ELSE
                   IF WS-FIRST-INVOICE-NO = 0
                       MOVE WS-LAST-INVOICE-NO TO WS-FIRST-INVOICE-NO
                   END-IF
                   ADD 1 TO WS-INVOICES-ISSUED
                   ADD WS-INVOICE-TOTAL TO WS-INVOICED-TOTAL
                   PERFORM WRITE-INVOICE-CONTROL
                   PERFORM PRINT-INVOICE
                   PERFORM WRITE-INTERFACE-RECORD
               END-IF
           END-IF.

       WRITE-INVOICE-CONTROL.
           OPEN OUTPUT INVOICE-CONTROL-FILE
           IF WS-INV-CTL-STATUS = "00"
               MOVE SPACES TO INVOICE-CONTROL-RECORD
               STRING "LAST-INVOICE-NO|", WS-LAST-INVOICE-NO
                   DELIMITED BY SIZE INTO INVOICE-CONTROL-RECORD
               END-STRING
               WRITE INVOICE-CONTROL-RECORD
               CLOSE INVOICE-CONTROL-FILE
           ELSE
               DISPLAY "WARNING: invoice_control.txt could not be "
                   "rewritten (status " WS-INV-CTL-STATUS ") - the "
                   "register still holds invoice " WS-LAST-INVOICE-NO
                   "."
           END-IF.

      *>  Each invoice is ruled off from the one before.  A credit
      *>  memo that ships back prints as a credit note; the tax line
      *>  appears only when there is tax to show or an exemption to
      *>  state.
       PRINT-INVOICE.
           IF WS-INVOICES-ISSUED > 1
               MOVE SPACES TO INVOICE-PRINT-RECORD
               WRITE INVOICE-PRINT-RECORD
               MOVE ALL "=" TO INVOICE-PRINT-RECORD(1:72)
               WRITE INVOICE-PRINT-RECORD
               MOVE SPACES TO INVOICE-PRINT-RECORD
               WRITE INVOICE-PRINT-RECORD
           END-IF
           IF OHIST-AMOUNT < 0
               MOVE "CREDIT NOTE" TO WS-INVOICE-TITLE
           ELSE
               MOVE "INVOICE" TO WS-INVOICE-TITLE
           END-IF
           MOVE SPACES TO INVOICE-PRINT-RECORD
           STRING FUNCTION TRIM(WS-INVOICE-TITLE), " ",
                  WS-LAST-INVOICE-NO,
                  "          Invoice date ", WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO INVOICE-PRINT-RECORD
           END-STRING
           WRITE INVOICE-PRINT-RECORD
           MOVE SPACES TO INVOICE-PRINT-RECORD
           WRITE INVOICE-PRINT-RECORD
           MOVE SPACES TO INVOICE-PRINT-RECORD
           STRING "Bill to:  ",
                  FUNCTION TRIM(OHIST-CUST-NAME),
                  " (", FUNCTION TRIM(OHIST-CUST-ID),
                  ")"
               DELIMITED BY SIZE INTO INVOICE-PRINT-RECORD
           END-STRING
           WRITE INVOICE-PRINT-RECORD
           MOVE SPACES TO INVOICE-PRINT-RECORD
           STRING "          ",
                  FUNCTION TRIM(OHIST-ADDRESS)
               DELIMITED BY SIZE INTO INVOICE-PRINT-RECORD
           END-STRING
           WRITE INVOICE-PRINT-RECORD
           MOVE SPACES TO INVOICE-PRINT-RECORD
           WRITE INVOICE-PRINT-RECORD
           MOVE SPACES TO INVOICE-PRINT-RECORD
           STRING "Order:    ", FUNCTION TRIM(WS-SHIP-ID-TEXT),
                  "    Shipped ", WS-SHIP-DATE-TEXT(1:8)
               DELIMITED BY SIZE INTO INVOICE-PRINT-RECORD
           END-STRING
           WRITE INVOICE-PRINT-RECORD
           MOVE SPACES TO INVOICE-PRINT-RECORD
           WRITE INVOICE-PRINT-RECORD
           MOVE OHIST-ITEM TO WS-PRINT-LABEL
           MOVE OHIST-AMOUNT TO WS-PRINT-AMOUNT-EDIT
           PERFORM WRITE-INVOICE-AMOUNT-LINE
           IF OHIST-TAX-EXEMPT = 'Y'
               MOVE SPACES TO WS-PRINT-LABEL
               STRING "Sales tax - exempt (",
                      FUNCTION TRIM(OHIST-TAX-JURIS), ")"
                   DELIMITED BY SIZE INTO WS-PRINT-LABEL
               END-STRING
               MOVE 0 TO WS-PRINT-AMOUNT-EDIT
               PERFORM WRITE-INVOICE-AMOUNT-LINE
           ELSE
               IF OHIST-TAX NOT = 0
                   MOVE SPACES TO WS-PRINT-LABEL
                   STRING "Sales tax (",
                          FUNCTION TRIM(OHIST-TAX-JURIS),
                          ")"
                       DELIMITED BY SIZE INTO WS-PRINT-LABEL
                   END-STRING
                   MOVE OHIST-TAX
                       TO WS-PRINT-AMOUNT-EDIT
                   PERFORM WRITE-INVOICE-AMOUNT-LINE
               END-IF
           END-IF
           MOVE "Total due" TO WS-PRINT-LABEL
           IF WS-INVOICE-TOTAL < 0
               MOVE "Total credited" TO WS-PRINT-LABEL
           END-IF
           MOVE WS-INVOICE-TOTAL TO WS-PRINT-AMOUNT-EDIT
           PERFORM WRITE-INVOICE-AMOUNT-LINE.

       WRITE-INVOICE-AMOUNT-LINE.
           MOVE SPACES TO INVOICE-PRINT-RECORD
           STRING "  ", WS-PRINT-LABEL, WS-PRINT-AMOUNT-EDIT
               DELIMITED BY SIZE INTO INVOICE-PRINT-RECORD
           END-STRING
           WRITE INVOICE-PRINT-RECORD.

       WRITE-INTERFACE-RECORD.
           MOVE SPACES TO INVOICE-INTERFACE-RECORD
           MOVE 'D' TO INVX-REC-TYPE
           MOVE WS-LAST-INVOICE-NO TO INVX-INVOICE-NO
           MOVE WS-BUSINESS-DATE TO INVX-INVOICE-DATE
           MOVE WS-SHIP-ID-TEXT TO INVX-ORDER-ID
           MOVE OHIST-CUST-ID TO INVX-CUST-ID
           MOVE OHIST-CUST-NAME TO INVX-CUST-NAME
           MOVE OHIST-ADDRESS TO INVX-ADDRESS
           MOVE OHIST-ITEM TO INVX-ITEM
           MOVE WS-SHIP-DATE-TEXT(1:8) TO INVX-SHIP-DATE
           MOVE OHIST-AMOUNT TO INVX-AMOUNT
           MOVE OHIST-TAX TO INVX-TAX
           MOVE WS-INVOICE-TOTAL TO INVX-TOTAL
           MOVE OHIST-TAX-JURIS TO INVX-TAX-JURIS
           MOVE OHIST-TAX-EXEMPT TO INVX-TAX-EXEMPT
           WRITE INVOICE-INTERFACE-RECORD.

       WRITE-INTERFACE-TRAILER.
           MOVE SPACES TO INVOICE-TRAILER-RECORD
           MOVE 'T' TO INVT-REC-TYPE
           MOVE WS-INVOICES-ISSUED TO INVT-RECORD-COUNT
           MOVE WS-INVOICED-TOTAL TO INVT-TOTAL
           WRITE INVOICE-TRAILER-RECORD.

      *>  --------------------------------------------------------
      *>  Stock relief - see the comment block in WORKING-STORAGE
      *>  --------------------------------------------------------
      *>  A ledger that has never existed just starts empty; the
      *>  movement journal stays open EXTEND for the run, the
      *>  invoice-register treatment.
       LOAD-STOCK-LEDGER.
           MOVE 0 TO WS-STOCK-COUNT
           MOVE 'N' TO WS-STOCK-EOF
           OPEN INPUT STOCK-FILE
           IF WS-STOCK-STATUS = "00"
               MOVE 'Y' TO WS-STOCK-LOADED
               PERFORM UNTIL WS-STOCK-EOF = 'Y'
                   READ STOCK-FILE
                       AT END MOVE 'Y' TO WS-STOCK-EOF
                       NOT AT END PERFORM STORE-STOCK-ENTRY
                   END-READ
               END-PERFORM
               CLOSE STOCK-FILE
           END-IF
           IF WS-STOCK-USABLE = 'Y'
               OPEN EXTEND MOVEMENT-FILE
               IF WS-MOVEMENT-STATUS NOT = "00"
                   OPEN OUTPUT MOVEMENT-FILE
                   CLOSE MOVEMENT-FILE
                   OPEN EXTEND MOVEMENT-FILE
               END-IF
               IF WS-MOVEMENT-STATUS = "00"
                   MOVE 'Y' TO WS-MOVEMENT-OPEN
               ELSE
                   DISPLAY "WARNING: stock movement journal "
                       "unavailable (status " WS-MOVEMENT-STATUS
                       ") - this run's reliefs are applied but not "
                       "journaled."
               END-IF
           END-IF.

      *>  An unreadable ledger line cannot be carried in the table,
      *>  so it makes the ledger unusable for the run - see the
      *>  comment block in WORKING-STORAGE.
       STORE-STOCK-ENTRY.
           IF FUNCTION TRIM(STOCK-RECORD) = SPACES
               CONTINUE
           ELSE
               MOVE SPACES TO WS-STK-ITEM-TEXT WS-STK-ONHAND-TEXT
                              WS-STK-ALLOC-TEXT
               UNSTRING STOCK-RECORD DELIMITED BY "|"
                   INTO WS-STK-ITEM-TEXT, WS-STK-ONHAND-TEXT,
                        WS-STK-ALLOC-TEXT
               END-UNSTRING
               IF FUNCTION TRIM(WS-STK-ITEM-TEXT) = SPACES OR
                  FUNCTION TEST-NUMVAL(
                      FUNCTION TRIM(WS-STK-ONHAND-TEXT)) NOT = 0
                   MOVE 'N' TO WS-STOCK-USABLE
                   DISPLAY "WARNING: stock_on_hand.txt line has no "
                       "item or an unusable quantity - shipments are "
                       "not relieved from stock this run.  Correct "
                       "the line before the next run: "
                       FUNCTION TRIM(STOCK-RECORD)
               ELSE
                   IF WS-STOCK-COUNT >= 500
                       IF WS-STOCK-USABLE = 'Y'
                           MOVE 'N' TO WS-STOCK-USABLE
                           DISPLAY "WARNING: stock table is full (500 "
                               "items) - shipments are not relieved "
                               "from stock this run.  Enlarge the "
                               "table before the next run."
                       END-IF
                   ELSE
                       ADD 1 TO WS-STOCK-COUNT
                       MOVE WS-STK-ITEM-TEXT
                           TO WS-STOCK-ITEM(WS-STOCK-COUNT)
                       MOVE 0 TO WS-STOCK-ALLOCATED(WS-STOCK-COUNT)
                       COMPUTE WS-STOCK-ON-HAND(WS-STOCK-COUNT) =
                           FUNCTION NUMVAL(
                               FUNCTION TRIM(WS-STK-ONHAND-TEXT))
                           ON SIZE ERROR
                               MOVE 0 TO WS-STOCK-ON-HAND(WS-STOCK-COUNT)
                       END-COMPUTE
                   END-IF
               END-IF
           END-IF.

      *>  Finds WS-STK-ITEM-TEXT on the ledger, adding it at zero when
      *>  it has no line yet.  WS-STOCK-HIT 0 means the table is full.
       FIND-STOCK-ENTRY.
           MOVE 0 TO WS-STOCK-HIT
           PERFORM VARYING WS-STOCK-IDX FROM 1 BY 1
                   UNTIL WS-STOCK-IDX > WS-STOCK-COUNT
                      OR WS-STOCK-HIT > 0
               IF WS-STOCK-ITEM(WS-STOCK-IDX) = WS-STK-ITEM-TEXT
                   MOVE WS-STOCK-IDX TO WS-STOCK-HIT
               END-IF
           END-PERFORM
           IF WS-STOCK-HIT = 0
               IF WS-STOCK-COUNT < 500
                   ADD 1 TO WS-STOCK-COUNT
                   MOVE WS-STK-ITEM-TEXT
                       TO WS-STOCK-ITEM(WS-STOCK-COUNT)
                   MOVE 0 TO WS-STOCK-ON-HAND(WS-STOCK-COUNT)
                   MOVE 0 TO WS-STOCK-ALLOCATED(WS-STOCK-COUNT)
                   MOVE WS-STOCK-COUNT TO WS-STOCK-HIT
               ELSE
                   IF WS-STOCK-USABLE = 'Y'
                       MOVE 'N' TO WS-STOCK-USABLE
                       DISPLAY "WARNING: stock table is full (500 "
                           "items) - the ledger is not rewritten this "
                           "run.  Enlarge the table and rerun with "
                           "FORCE-RERUN|Y."
                   END-IF
               END-IF
           END-IF.

      *>  One unit of the matched order's item leaves stock.  Credit
      *>  memos and orders recorded without an item move nothing.
       RELIEVE-STOCK.
           IF WS-STOCK-USABLE = 'Y' AND
              (OHIST-STOCK = 'S' OR
               OHIST-STOCK = 'B')
               MOVE OHIST-ITEM TO WS-STK-ITEM-TEXT
               PERFORM FIND-STOCK-ENTRY
               IF WS-STOCK-HIT > 0
                   SUBTRACT 1 FROM WS-STOCK-ON-HAND(WS-STOCK-HIT)
                   ADD 1 TO WS-UNITS-RELIEVED
                   IF WS-STOCK-ON-HAND(WS-STOCK-HIT) < 0
                       DISPLAY "WARNING: shipment of order "
                           FUNCTION TRIM(WS-SHIP-ID-TEXT)
                           " takes item "
                           FUNCTION TRIM(WS-STK-ITEM-TEXT)
                           " below zero on hand."
                   END-IF
                   IF WS-MOVEMENT-OPEN = 'Y'
                       MOVE WS-STOCK-ON-HAND(WS-STOCK-HIT)
                           TO WS-ONHAND-EDIT
                       MOVE SPACES TO MOVEMENT-RECORD
                       STRING WS-BUSINESS-DATE,
                              "|", FUNCTION TRIM(WS-STK-ITEM-TEXT),
                              "|SHIP|-1|", FUNCTION TRIM(WS-SHIP-ID-TEXT),
                              "|", FUNCTION TRIM(WS-ONHAND-EDIT)
                           DELIMITED BY SIZE INTO MOVEMENT-RECORD
                       END-STRING
                       WRITE MOVEMENT-RECORD
                   END-IF
               END-IF
           END-IF.

      *>  Every order still open after this run's matches holds one
      *>  unit of its item, back-ordered or not - a back-order is
      *>  first in line for the next receipt.
       RECOUNT-ALLOCATIONS.
           PERFORM VARYING WS-STOCK-IDX FROM 1 BY 1
                   UNTIL WS-STOCK-IDX > WS-STOCK-COUNT
               MOVE 0 TO WS-STOCK-ALLOCATED(WS-STOCK-IDX)
           END-PERFORM
           PERFORM START-HISTORY-BROWSE
           PERFORM READ-NEXT-OPEN-ORDER
           PERFORM UNTIL WS-HISTORY-EOF = 'Y' OR WS-STOCK-USABLE = 'N'
               IF OHIST-STOCK = 'S' OR OHIST-STOCK = 'B'
                   MOVE OHIST-ITEM TO WS-STK-ITEM-TEXT
                   PERFORM FIND-STOCK-ENTRY
                   IF WS-STOCK-HIT > 0
                       ADD 1 TO WS-STOCK-ALLOCATED(WS-STOCK-HIT)
                   END-IF
               END-IF
               PERFORM READ-NEXT-OPEN-ORDER
           END-PERFORM.

      *>  Rewritten whole, the item-master treatment.  Until stock is
      *>  tracked at all - no ledger yet and nothing relieved or
      *>  allocated - no empty ledger is created, since TransformCSV
      *>  would read that as every item out of stock.
       WRITE-STOCK-LEDGER.
           IF WS-STOCK-USABLE = 'Y' AND
              (WS-STOCK-LOADED = 'Y' OR WS-STOCK-COUNT > 0)
               OPEN OUTPUT STOCK-FILE
               IF WS-STOCK-STATUS NOT = "00"
                   DISPLAY "ERROR: stock ledger could not be rewritten "
                       "(status " WS-STOCK-STATUS ") - this run's "
                       "reliefs are in the movement journal only."
               ELSE
                   PERFORM VARYING WS-STOCK-IDX FROM 1 BY 1
                           UNTIL WS-STOCK-IDX > WS-STOCK-COUNT
                       MOVE WS-STOCK-ON-HAND(WS-STOCK-IDX)
                           TO WS-ONHAND-EDIT
                       MOVE WS-STOCK-ALLOCATED(WS-STOCK-IDX)
                           TO WS-ALLOC-EDIT
                       MOVE SPACES TO STOCK-RECORD
                       STRING FUNCTION TRIM(WS-STOCK-ITEM(WS-STOCK-IDX)),
                              "|", FUNCTION TRIM(WS-ONHAND-EDIT),
                              "|", FUNCTION TRIM(WS-ALLOC-EDIT)
                           DELIMITED BY SIZE INTO STOCK-RECORD
                       END-STRING
                       WRITE STOCK-RECORD
                   END-PERFORM
                   CLOSE STOCK-FILE
               END-IF
           END-IF.

      *>  --------------------------------------------------------
      *>  Open-orders aging
      *>  --------------------------------------------------------
      *>  Split by what the order is waiting on: an order accepted
      *>  with stock behind it is the warehouse's to ship, a
      *>  back-order is waiting on supply.  Both age into the same
      *>  buckets.
       WRITE-OPEN-ORDERS-SECTION.
           MOVE SPACES TO OPEN-REPORT-RECORD
           WRITE OPEN-REPORT-RECORD

           MOVE SPACES TO OPEN-REPORT-RECORD
           STRING "Open orders - waiting on the warehouse:"
               DELIMITED BY SIZE INTO OPEN-REPORT-RECORD
           END-STRING
           WRITE OPEN-REPORT-RECORD

           MOVE 0 TO WS-SECTION-LINES
           PERFORM START-HISTORY-BROWSE
           PERFORM READ-NEXT-OPEN-ORDER
           PERFORM UNTIL WS-HISTORY-EOF = 'Y'
               IF OHIST-STOCK NOT = 'B'
                   PERFORM WRITE-OPEN-ORDER-LINE
               END-IF
               PERFORM READ-NEXT-OPEN-ORDER
           END-PERFORM
           IF WS-SECTION-LINES = 0
               MOVE SPACES TO OPEN-REPORT-RECORD
               STRING "  (none)"
                   DELIMITED BY SIZE INTO OPEN-REPORT-RECORD
               END-STRING
               WRITE OPEN-REPORT-RECORD
           END-IF

           MOVE SPACES TO OPEN-REPORT-RECORD
           WRITE OPEN-REPORT-RECORD

           MOVE SPACES TO OPEN-REPORT-RECORD
           STRING "Open orders - back-ordered, waiting on supply:"
               DELIMITED BY SIZE INTO OPEN-REPORT-RECORD
           END-STRING
           WRITE OPEN-REPORT-RECORD

           MOVE 0 TO WS-SECTION-LINES
           PERFORM START-HISTORY-BROWSE
           PERFORM READ-NEXT-OPEN-ORDER
           PERFORM UNTIL WS-HISTORY-EOF = 'Y'
               IF OHIST-STOCK = 'B'
                   ADD 1 TO WS-OPEN-BACKORDER
                   PERFORM WRITE-OPEN-ORDER-LINE
               END-IF
               PERFORM READ-NEXT-OPEN-ORDER
           END-PERFORM
           IF WS-SECTION-LINES = 0
               MOVE SPACES TO OPEN-REPORT-RECORD
               STRING "  (none)"
                   DELIMITED BY SIZE INTO OPEN-REPORT-RECORD
           END-STRING
           WRITE OPEN-REPORT-RECORD.

       WRITE-OPEN-ORDER-LINE.
           ADD 1 TO WS-OPEN-COUNT
           ADD 1 TO WS-SECTION-LINES
           MOVE OHIST-FIRST-DATE TO WS-AGE-DATE
           PERFORM COMPUTE-ITEM-AGE
           PERFORM TALLY-AGE-BUCKET
           MOVE SPACES TO OPEN-REPORT-RECORD
           IF OHIST-ITEM = SPACES
               STRING "  ",
                      FUNCTION TRIM(OHIST-ORDER-ID),
                      " - Ordered ", OHIST-FIRST-DATE,
                      " (Age ", FUNCTION TRIM(WS-ITEM-AGE), " days)"
                   DELIMITED BY SIZE INTO OPEN-REPORT-RECORD
               END-STRING
           ELSE
               STRING "  ",
                      FUNCTION TRIM(OHIST-ORDER-ID),
                      " - Ordered ", OHIST-FIRST-DATE,
                      " (Age ", FUNCTION TRIM(WS-ITEM-AGE), " days)",
                      " - Item ",
                      FUNCTION TRIM(OHIST-ITEM)
                   DELIMITED BY SIZE INTO OPEN-REPORT-RECORD
               END-STRING
           END-IF
           WRITE OPEN-REPORT-RECORD.

      *>  Days between the order's first-processed date and the
      *>  business date.  A date that is not a usable calendar date,
      *>  or sits in the future, ages as 0 rather than poisoning the
           WRITE OPEN-REPORT-RECORD

           MOVE 0 TO WS-SECTION-LINES
           PERFORM START-HISTORY-BROWSE
           PERFORM READ-NEXT-OPEN-ORDER
           PERFORM UNTIL WS-HISTORY-EOF = 'Y'
               MOVE OHIST-FIRST-DATE TO WS-AGE-DATE
               PERFORM COMPUTE-ITEM-AGE
               IF WS-ITEM-AGE > WS-ESCALATE-DAYS
                   ADD 1 TO WS-SECTION-LINES
                   MOVE SPACES TO WS-BACKORDER-NOTE
                   IF OHIST-STOCK = 'B'
                       MOVE " - back-ordered" TO WS-BACKORDER-NOTE
                   END-IF
                   MOVE SPACES TO OPEN-REPORT-RECORD
                   STRING "  ", FUNCTION TRIM(OHIST-ORDER-ID),
                          " - Ordered ", OHIST-FIRST-DATE,
                          " (Age ", FUNCTION TRIM(WS-ITEM-AGE),
                          " days)", WS-BACKORDER-NOTE
                       DELIMITED BY SIZE INTO OPEN-REPORT-RECORD
                   END-STRING
                   WRITE OPEN-REPORT-RECORD
               END-IF
               PERFORM READ-NEXT-OPEN-ORDER
           END-PERFORM
           IF WS-SECTION-LINES = 0
               MOVE SPACES TO OPEN-REPORT-RECORD
               STRING "  (none)"
                   DELIMITED BY SIZE INTO OPEN-REPORT-RECORD
               END-STRING
               WRITE OPEN-REPORT-RECORD
           END-IF.

      *>  Negative on-hand is never passed over quietly: every item
      *>  the ledger now has below zero is listed, whether this run's
      *>  shipments took it there or an earlier one did.
       WRITE-NEGATIVE-STOCK-SECTION.
           MOVE SPACES TO OPEN-REPORT-RECORD
           WRITE OPEN-REPORT-RECORD

           MOVE SPACES TO OPEN-REPORT-RECORD
           STRING "NEGATIVE STOCK - items shipped past zero on hand:"
               DELIMITED BY SIZE INTO OPEN-REPORT-RECORD
           END-STRING
           WRITE OPEN-REPORT-RECORD

           IF WS-STOCK-USABLE = 'Y'
               PERFORM VARYING WS-STOCK-IDX FROM 1 BY 1
                       UNTIL WS-STOCK-IDX > WS-STOCK-COUNT
                   IF WS-STOCK-ON-HAND(WS-STOCK-IDX) < 0
                       ADD 1 TO WS-NEGATIVE-ITEMS
                       MOVE WS-STOCK-ON-HAND(WS-STOCK-IDX)
                           TO WS-ONHAND-EDIT
                       MOVE SPACES TO OPEN-REPORT-RECORD
                       STRING "  ",
                              FUNCTION TRIM(WS-STOCK-ITEM(WS-STOCK-IDX)),
                              " - On hand ",
                              FUNCTION TRIM(WS-ONHAND-EDIT)
                           DELIMITED BY SIZE INTO OPEN-REPORT-RECORD
                       END-STRING
                       WRITE OPEN-REPORT-RECORD
                   END-IF
               END-PERFORM
           ELSE
               MOVE SPACES TO OPEN-REPORT-RECORD
               STRING "  (stock ledger not maintained this run - "
                      "see the console log)"
                   DELIMITED BY SIZE INTO OPEN-REPORT-RECORD
               END-STRING
               WRITE OPEN-REPORT-RECORD
           END-IF
           IF WS-STOCK-USABLE = 'Y' AND WS-NEGATIVE-ITEMS = 0
               MOVE SPACES TO OPEN-REPORT-RECORD
               STRING "  (none)"
                   DELIMITED BY SIZE INTO OPEN-REPORT-RECORD

           MOVE SPACES TO OPEN-REPORT-RECORD
           STRING "Recorded orders: ", FUNCTION TRIM(WS-HISTORY-COUNT),
                  "  Still open: ", FUNCTION TRIM(WS-OPEN-COUNT),
                  "  Back-ordered: ", FUNCTION TRIM(WS-OPEN-BACKORDER)
               DELIMITED BY SIZE INTO OPEN-REPORT-RECORD
           END-STRING
           WRITE OPEN-REPORT-RECORD

           MOVE WS-INVOICED-TOTAL TO WS-INVOICED-TOTAL-EDIT
           MOVE SPACES TO OPEN-REPORT-RECORD
           STRING "Invoices issued: ", FUNCTION TRIM(WS-INVOICES-ISSUED),
                  "  Numbers ", WS-FIRST-INVOICE-NO, " to ",
                  WS-LAST-INVOICE-NO,
                  "  Invoiced total: ",
                  FUNCTION TRIM(WS-INVOICED-TOTAL-EDIT),
                  "  Shipped without invoice: ",
                  FUNCTION TRIM(WS-NOT-INVOICED)
               DELIMITED BY SIZE INTO OPEN-REPORT-RECORD
           END-STRING
           WRITE OPEN-REPORT-RECORD

           MOVE SPACES TO OPEN-REPORT-RECORD
           STRING "Units relieved from stock: ",
                  FUNCTION TRIM(WS-UNITS-RELIEVED),
                  "  Items below zero: ",
                  FUNCTION TRIM(WS-NEGATIVE-ITEMS)
               DELIMITED BY SIZE INTO OPEN-REPORT-RECORD
           END-STRING
           WRITE OPEN-REPORT-RECORD.
