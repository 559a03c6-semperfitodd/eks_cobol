       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVREGISTER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVOICE-REGISTER-FILE
               ASSIGN TO "/mnt/efs/data/invoice_register.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.
           SELECT SHIPPED-FILE
               ASSIGN TO "/mnt/efs/data/shipped_orders.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SHPD-ORDER-ID
               ALTERNATE RECORD KEY IS SHPD-BUSINESS-DATE
                   WITH DUPLICATES
               FILE STATUS IS WS-SHIPPED-STATUS.
           SELECT ORDER-HISTORY-FILE
               ASSIGN TO "/mnt/efs/data/order_history.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OHIST-ORDER-ID
               ALTERNATE RECORD KEY IS OHIST-CUST-ID WITH DUPLICATES
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT REGISTER-REPORT-FILE
               ASSIGN TO "/mnt/efs/output/invoice_register_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "/output/run_control.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INVOICE-REGISTER-FILE.
       01  INVOICE-REGISTER-RECORD PIC X(200).

       FD  SHIPPED-FILE.
       01  SHIPPED-RECORD.
           COPY SHIPREC.

       FD  ORDER-HISTORY-FILE.
       01  ORDER-HISTORY-RECORD.
           COPY ORDHIST.

       FD  REGISTER-REPORT-FILE.
       01  REGISTER-REPORT-RECORD PIC X(200).

       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-REGISTER-STATUS PIC XX.
       01  WS-SHIPPED-STATUS PIC XX.
       01  WS-HISTORY-STATUS PIC XX.
       01  WS-RUN-CONTROL-STATUS PIC XX.
       01  WS-REGISTER-EOF PIC X VALUE 'N'.
       01  WS-SHIPPED-EOF PIC X VALUE 'N'.
       01  WS-SHIPPED-OPEN PIC X VALUE 'N'.
       01  WS-RUN-CONTROL-EOF PIC X VALUE 'N'.
       01  WS-BUSINESS-DATE PIC X(8).
       01  WS-CTL-KEY-TEXT PIC X(20).
       01  WS-CTL-VALUE-TEXT PIC X(20).

      *>  The day's shipments, read off SHIPCONFIRM's indexed shipped
      *>  file (SHIPREC) on its business-date key (records carried
      *>  over from before the business date was recorded have none
      *>  and belong to no day here).  Each is priced from its order
      *>  history record - OHIST-AMOUNT and OHIST-TAX - which is
      *>  exactly what SHIPCONFIRM invoices it for, so the invoices
      *>  for the day must add up to the shipments for the day.  A
      *>  shipment whose order has no billing details cannot be
      *>  priced; it is listed and kept out of the comparison, as
      *>  SHIPCONFIRM kept it off the register.
       01  WS-DAY-COUNT PIC 9(5) VALUE 0.
       01  WS-DAY-IDX   PIC 9(5) VALUE 0.
       01  WS-DAY-HIT   PIC 9(5) VALUE 0.
       01  WS-DAY-TAB.
           05  WS-DAY-ENTRY OCCURS 5000 TIMES.
               10  WS-DAY-ORDER-ID  PIC X(50).
               10  WS-DAY-SHIP-DATE PIC X(8).
               10  WS-DAY-PRICED    PIC X.
               10  WS-DAY-INVOICED  PIC X.
               10  WS-DAY-VALUE     PIC S9(9)V99.
       01  WS-DAY-OVERFLOW PIC X VALUE 'N'.

      *>  The invoice register, one line per invoice issued:
      *>      INVOICE-NO|BUSDATE|ORDERID|CUST-ID|SHIPDATE|AMOUNT|TAX|TOTAL
       01  WS-R-INVNO-TEXT  PIC X(10).
       01  WS-R-DATE-TEXT   PIC X(10).
       01  WS-R-ORDER-TEXT  PIC X(50).
       01  WS-R-CUST-TEXT   PIC X(10).
       01  WS-R-SHIP-TEXT   PIC X(10).
       01  WS-R-AMOUNT-TEXT PIC X(20).
       01  WS-R-TAX-TEXT    PIC X(20).
       01  WS-R-TOTAL-TEXT  PIC X(20).
       01  WS-R-AMOUNT      PIC S9(9)V99 VALUE 0.
       01  WS-R-TAX         PIC S9(9)V99 VALUE 0.
       01  WS-R-TOTAL       PIC S9(9)V99 VALUE 0.
       01  WS-R-VALID       PIC X VALUE 'Y'.
       01  WS-R-NOTE        PIC X(40).

       01  WS-LINES-READ         PIC 9(7) VALUE 0.
       01  WS-LINES-BAD          PIC 9(7) VALUE 0.
       01  WS-INVOICE-COUNT      PIC 9(7) VALUE 0.
       01  WS-CREDIT-NOTE-COUNT  PIC 9(7) VALUE 0.
       01  WS-INV-AMOUNT-TOTAL   PIC S9(11)V99 VALUE 0.
       01  WS-INV-TAX-TOTAL      PIC S9(11)V99 VALUE 0.
       01  WS-INV-GRAND-TOTAL    PIC S9(11)V99 VALUE 0.
       01  WS-UNMATCHED-INVOICES PIC 9(7) VALUE 0.
       01  WS-FIRST-INVOICE      PIC X(10) VALUE SPACES.
       01  WS-LAST-INVOICE       PIC X(10) VALUE SPACES.

       01  WS-SHIPPED-COUNT      PIC 9(7) VALUE 0.
       01  WS-PRICED-COUNT       PIC 9(7) VALUE 0.
       01  WS-UNPRICED-COUNT     PIC 9(7) VALUE 0.
       01  WS-UNINVOICED-COUNT   PIC 9(7) VALUE 0.
       01  WS-SHIPPED-VALUE      PIC S9(11)V99 VALUE 0.
       01  WS-DIFFERENCE         PIC S9(11)V99 VALUE 0.

      *>  Edited pictures used only on report lines.
       01  WS-AMOUNT-EDIT   PIC -(8)9.99.
       01  WS-TAX-EDIT      PIC -(8)9.99.
       01  WS-TOTAL-EDIT    PIC -(8)9.99.
       01  WS-SUM-EDIT      PIC -(10)9.99.
       01  WS-SUM2-EDIT     PIC -(10)9.99.
       01  WS-SUM3-EDIT     PIC -(10)9.99.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           PERFORM INIT-RUN-CONTROL
           OPEN OUTPUT REGISTER-REPORT-FILE
           PERFORM WRITE-REPORT-HEADER
           PERFORM LOAD-DAY-SHIPMENTS
           PERFORM PRICE-DAY-SHIPMENTS
           PERFORM LIST-DAY-INVOICES
           PERFORM WRITE-INVOICE-TOTALS
           PERFORM LIST-UNINVOICED-SHIPMENTS
           PERFORM WRITE-TIE-OUT
           CLOSE REGISTER-REPORT-FILE
           DISPLAY "Invoice register written for business date "
               WS-BUSINESS-DATE " - " FUNCTION TRIM(WS-INVOICE-COUNT)
               " invoices."
           STOP RUN.

      *>  The business date comes from the shared run-control file; a
      *>  missing file falls back to the system date with a warning,
      *>  the nightly programs' treatment.
       INIT-RUN-CONTROL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BUSINESS-DATE
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

       WRITE-REPORT-HEADER.
           MOVE SPACES TO REGISTER-REPORT-RECORD
           STRING "Invoice Register"
               DELIMITED BY SIZE INTO REGISTER-REPORT-RECORD
           END-STRING
           WRITE REGISTER-REPORT-RECORD

           MOVE SPACES TO REGISTER-REPORT-RECORD
           STRING "Business date: ", WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO REGISTER-REPORT-RECORD
           END-STRING
           WRITE REGISTER-REPORT-RECORD

           MOVE SPACES TO REGISTER-REPORT-RECORD
           WRITE REGISTER-REPORT-RECORD.

      *>  --------------------------------------------------------
      *>  The day's shipments, priced from order history
      *>  --------------------------------------------------------
       LOAD-DAY-SHIPMENTS.
           MOVE 'N' TO WS-SHIPPED-EOF
           OPEN INPUT SHIPPED-FILE
           IF WS-SHIPPED-STATUS NOT = "00"
               DISPLAY "NOTE: no shipped orders file - nothing shipped "
                   "to tie the invoices to."
               MOVE 'Y' TO WS-SHIPPED-EOF
           ELSE
               MOVE 'Y' TO WS-SHIPPED-OPEN
               MOVE WS-BUSINESS-DATE TO SHPD-BUSINESS-DATE
               START SHIPPED-FILE KEY IS EQUAL TO SHPD-BUSINESS-DATE
                   INVALID KEY MOVE 'Y' TO WS-SHIPPED-EOF
               END-START
           END-IF
           PERFORM UNTIL WS-SHIPPED-EOF = 'Y'
               READ SHIPPED-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-SHIPPED-EOF
                   NOT AT END
                       IF SHPD-BUSINESS-DATE NOT = WS-BUSINESS-DATE
                           MOVE 'Y' TO WS-SHIPPED-EOF
                       ELSE
                           PERFORM TAKE-SHIPPED-RECORD
                       END-IF
               END-READ
           END-PERFORM
           IF WS-SHIPPED-OPEN = 'Y'
               CLOSE SHIPPED-FILE
           END-IF.

       TAKE-SHIPPED-RECORD.
           ADD 1 TO WS-SHIPPED-COUNT
           IF WS-DAY-COUNT < 5000
               ADD 1 TO WS-DAY-COUNT
               MOVE SHPD-ORDER-ID TO WS-DAY-ORDER-ID(WS-DAY-COUNT)
               MOVE SHPD-SHIP-DATE TO WS-DAY-SHIP-DATE(WS-DAY-COUNT)
               MOVE 'N' TO WS-DAY-PRICED(WS-DAY-COUNT)
                            WS-DAY-INVOICED(WS-DAY-COUNT)
               MOVE 0 TO WS-DAY-VALUE(WS-DAY-COUNT)
           ELSE
               IF WS-DAY-OVERFLOW = 'N'
                   MOVE 'Y' TO WS-DAY-OVERFLOW
                   DISPLAY "WARNING: more than 5000 shipments for "
                       "the day - the rest are counted but cannot "
                       "be tied to their invoices."
               END-IF
           END-IF.

       PRICE-DAY-SHIPMENTS.
           IF WS-DAY-COUNT > 0
               OPEN INPUT ORDER-HISTORY-FILE
               IF WS-HISTORY-STATUS NOT = "00"
                   DISPLAY "WARNING: order history unavailable (status "
                       WS-HISTORY-STATUS ") - the day's shipments "
                       "cannot be priced."
               ELSE
                   PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                           UNTIL WS-DAY-IDX > WS-DAY-COUNT
                       PERFORM PRICE-FROM-HISTORY
                   END-PERFORM
                   CLOSE ORDER-HISTORY-FILE
               END-IF
           END-IF
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                   UNTIL WS-DAY-IDX > WS-DAY-COUNT
               IF WS-DAY-PRICED(WS-DAY-IDX) = 'Y'
                   ADD 1 TO WS-PRICED-COUNT
                   ADD WS-DAY-VALUE(WS-DAY-IDX) TO WS-SHIPPED-VALUE
               ELSE
                   ADD 1 TO WS-UNPRICED-COUNT
               END-IF
           END-PERFORM.

      *>  Prices the shipment from the order SHIPCONFIRM matched it
      *>  against.
       PRICE-FROM-HISTORY.
           MOVE WS-DAY-ORDER-ID(WS-DAY-IDX) TO OHIST-ORDER-ID
           READ ORDER-HISTORY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF OHIST-BILLABLE = 'Y'
                       MOVE 'Y' TO WS-DAY-PRICED(WS-DAY-IDX)
                       COMPUTE WS-DAY-VALUE(WS-DAY-IDX) =
                           OHIST-AMOUNT + OHIST-TAX
                   END-IF
           END-READ.

      *>  --------------------------------------------------------
      *>  The day's invoices, from the register
      *>  --------------------------------------------------------
       LIST-DAY-INVOICES.
           MOVE SPACES TO REGISTER-REPORT-RECORD
           STRING "Invoices issued:"
               DELIMITED BY SIZE INTO REGISTER-REPORT-RECORD
           END-STRING
           WRITE REGISTER-REPORT-RECORD
           MOVE 'N' TO WS-REGISTER-EOF
           OPEN INPUT INVOICE-REGISTER-FILE
           IF WS-REGISTER-STATUS NOT = "00"
               MOVE SPACES TO REGISTER-REPORT-RECORD
               STRING "  No invoice register found at "
                      "/mnt/efs/data/invoice_register.txt "
                      "(status ", WS-REGISTER-STATUS, ")."
                   DELIMITED BY SIZE INTO REGISTER-REPORT-RECORD
               END-STRING
               WRITE REGISTER-REPORT-RECORD
               MOVE 'Y' TO WS-REGISTER-EOF
           END-IF
           PERFORM UNTIL WS-REGISTER-EOF = 'Y'
               READ INVOICE-REGISTER-FILE
                   AT END MOVE 'Y' TO WS-REGISTER-EOF
                   NOT AT END
                       IF FUNCTION TRIM(INVOICE-REGISTER-RECORD)
                              NOT = SPACES
                           ADD 1 TO WS-LINES-READ
                           PERFORM TAKE-REGISTER-LINE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-REGISTER-STATUS = "10" OR WS-REGISTER-STATUS = "00"
               CLOSE INVOICE-REGISTER-FILE
           END-IF
           IF WS-INVOICE-COUNT = 0
               MOVE SPACES TO REGISTER-REPORT-RECORD
               STRING "  (no invoices for the business date)"
                   DELIMITED BY SIZE INTO REGISTER-REPORT-RECORD
               END-STRING
               WRITE REGISTER-REPORT-RECORD
           END-IF.

       TAKE-REGISTER-LINE.
           MOVE SPACES TO WS-R-INVNO-TEXT WS-R-DATE-TEXT WS-R-ORDER-TEXT
                          WS-R-CUST-TEXT WS-R-SHIP-TEXT
                          WS-R-AMOUNT-TEXT WS-R-TAX-TEXT
                          WS-R-TOTAL-TEXT
           UNSTRING INVOICE-REGISTER-RECORD DELIMITED BY "|"
               INTO WS-R-INVNO-TEXT, WS-R-DATE-TEXT, WS-R-ORDER-TEXT,
                    WS-R-CUST-TEXT, WS-R-SHIP-TEXT,
                    WS-R-AMOUNT-TEXT, WS-R-TAX-TEXT, WS-R-TOTAL-TEXT
           END-UNSTRING
           MOVE 'Y' TO WS-R-VALID
           MOVE 0 TO WS-R-AMOUNT WS-R-TAX WS-R-TOTAL
           IF FUNCTION TRIM(WS-R-INVNO-TEXT) IS NOT NUMERIC OR
              WS-R-DATE-TEXT(1:8) IS NOT NUMERIC OR
              FUNCTION TEST-NUMVAL(
                  FUNCTION TRIM(WS-R-AMOUNT-TEXT)) NOT = 0 OR
              FUNCTION TEST-NUMVAL(
                  FUNCTION TRIM(WS-R-TAX-TEXT)) NOT = 0 OR
              FUNCTION TEST-NUMVAL(
                  FUNCTION TRIM(WS-R-TOTAL-TEXT)) NOT = 0
               MOVE 'N' TO WS-R-VALID
           ELSE
               COMPUTE WS-R-AMOUNT =
                   FUNCTION NUMVAL(FUNCTION TRIM(WS-R-AMOUNT-TEXT))
                   ON SIZE ERROR MOVE 'N' TO WS-R-VALID
               END-COMPUTE
               COMPUTE WS-R-TAX =
                   FUNCTION NUMVAL(FUNCTION TRIM(WS-R-TAX-TEXT))
                   ON SIZE ERROR MOVE 'N' TO WS-R-VALID
               END-COMPUTE
               COMPUTE WS-R-TOTAL =
                   FUNCTION NUMVAL(FUNCTION TRIM(WS-R-TOTAL-TEXT))
                   ON SIZE ERROR MOVE 'N' TO WS-R-VALID
               END-COMPUTE
           END-IF
           IF WS-R-VALID = 'N'
               ADD 1 TO WS-LINES-BAD
           ELSE
               IF WS-R-DATE-TEXT(1:8) = WS-BUSINESS-DATE
                   PERFORM TAKE-DAY-INVOICE
               END-IF
           END-IF.

       TAKE-DAY-INVOICE.
           ADD 1 TO WS-INVOICE-COUNT
           IF WS-FIRST-INVOICE = SPACES
               MOVE WS-R-INVNO-TEXT TO WS-FIRST-INVOICE
           END-IF
           MOVE WS-R-INVNO-TEXT TO WS-LAST-INVOICE
           IF WS-R-TOTAL < 0
               ADD 1 TO WS-CREDIT-NOTE-COUNT
           END-IF
           ADD WS-R-AMOUNT TO WS-INV-AMOUNT-TOTAL
           ADD WS-R-TAX TO WS-INV-TAX-TOTAL
           ADD WS-R-TOTAL TO WS-INV-GRAND-TOTAL
           MOVE 0 TO WS-DAY-HIT
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                   UNTIL WS-DAY-IDX > WS-DAY-COUNT OR WS-DAY-HIT > 0
               IF WS-DAY-ORDER-ID(WS-DAY-IDX) = WS-R-ORDER-TEXT AND
                  WS-DAY-INVOICED(WS-DAY-IDX) = 'N'
                   MOVE WS-DAY-IDX TO WS-DAY-HIT
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-R-NOTE
           IF WS-DAY-HIT > 0
               MOVE 'Y' TO WS-DAY-INVOICED(WS-DAY-HIT)
           ELSE
               ADD 1 TO WS-UNMATCHED-INVOICES
               MOVE "  ** no shipment recorded for the day" TO WS-R-NOTE
           END-IF
           MOVE WS-R-AMOUNT TO WS-AMOUNT-EDIT
           MOVE WS-R-TAX TO WS-TAX-EDIT
           MOVE WS-R-TOTAL TO WS-TOTAL-EDIT
           MOVE SPACES TO REGISTER-REPORT-RECORD
           STRING "  ", FUNCTION TRIM(WS-R-INVNO-TEXT),
                  "  Order ", FUNCTION TRIM(WS-R-ORDER-TEXT),
                  "  Customer ", FUNCTION TRIM(WS-R-CUST-TEXT),
                  "  Shipped ", WS-R-SHIP-TEXT(1:8),
                  "  Amount ", FUNCTION TRIM(WS-AMOUNT-EDIT),
                  "  Tax ", FUNCTION TRIM(WS-TAX-EDIT),
                  "  Total ", FUNCTION TRIM(WS-TOTAL-EDIT),
                  WS-R-NOTE
               DELIMITED BY SIZE INTO REGISTER-REPORT-RECORD
           END-STRING
           WRITE REGISTER-REPORT-RECORD.

       WRITE-INVOICE-TOTALS.
           MOVE SPACES TO REGISTER-REPORT-RECORD
           WRITE REGISTER-REPORT-RECORD
           MOVE WS-INV-AMOUNT-TOTAL TO WS-SUM-EDIT
           MOVE WS-INV-TAX-TOTAL TO WS-SUM2-EDIT
           MOVE WS-INV-GRAND-TOTAL TO WS-SUM3-EDIT
           MOVE SPACES TO REGISTER-REPORT-RECORD
           STRING "Invoice count: ", FUNCTION TRIM(WS-INVOICE-COUNT),
                  "  (credit notes ", FUNCTION TRIM(WS-CREDIT-NOTE-COUNT),
                  ")  Amount: ", FUNCTION TRIM(WS-SUM-EDIT),
                  "  Tax: ", FUNCTION TRIM(WS-SUM2-EDIT),
                  "  Invoiced total: ", FUNCTION TRIM(WS-SUM3-EDIT)
               DELIMITED BY SIZE INTO REGISTER-REPORT-RECORD
           END-STRING
           WRITE REGISTER-REPORT-RECORD
           IF WS-INVOICE-COUNT > 0
               MOVE SPACES TO REGISTER-REPORT-RECORD
               STRING "Invoice numbers ", FUNCTION TRIM(WS-FIRST-INVOICE),
                      " to ", FUNCTION TRIM(WS-LAST-INVOICE)
                   DELIMITED BY SIZE INTO REGISTER-REPORT-RECORD
               END-STRING
               WRITE REGISTER-REPORT-RECORD
           END-IF
           MOVE SPACES TO REGISTER-REPORT-RECORD
           WRITE REGISTER-REPORT-RECORD.

       LIST-UNINVOICED-SHIPMENTS.
           MOVE SPACES TO REGISTER-REPORT-RECORD
           STRING "Shipped for the day without an invoice:"
               DELIMITED BY SIZE INTO REGISTER-REPORT-RECORD
           END-STRING
           WRITE REGISTER-REPORT-RECORD
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                   UNTIL WS-DAY-IDX > WS-DAY-COUNT
               IF WS-DAY-INVOICED(WS-DAY-IDX) = 'N'
                   ADD 1 TO WS-UNINVOICED-COUNT
                   PERFORM WRITE-UNINVOICED-LINE
               END-IF
           END-PERFORM
           IF WS-UNINVOICED-COUNT = 0
               MOVE SPACES TO REGISTER-REPORT-RECORD
               STRING "  (none)"
                   DELIMITED BY SIZE INTO REGISTER-REPORT-RECORD
               END-STRING
               WRITE REGISTER-REPORT-RECORD
           END-IF
           MOVE SPACES TO REGISTER-REPORT-RECORD
           WRITE REGISTER-REPORT-RECORD.

       WRITE-UNINVOICED-LINE.
           MOVE SPACES TO REGISTER-REPORT-RECORD
           IF WS-DAY-PRICED(WS-DAY-IDX) = 'Y'
               MOVE WS-DAY-VALUE(WS-DAY-IDX) TO WS-TOTAL-EDIT
               STRING "  Order ",
                      FUNCTION TRIM(WS-DAY-ORDER-ID(WS-DAY-IDX)),
                      "  Shipped ", WS-DAY-SHIP-DATE(WS-DAY-IDX),
                      "  Value ", FUNCTION TRIM(WS-TOTAL-EDIT),
                      "  ** not on the register"
                   DELIMITED BY SIZE INTO REGISTER-REPORT-RECORD
               END-STRING
           ELSE
               STRING "  Order ",
                      FUNCTION TRIM(WS-DAY-ORDER-ID(WS-DAY-IDX)),
                      "  Shipped ", WS-DAY-SHIP-DATE(WS-DAY-IDX),
                      "  - no billing details on the order, bill by hand"
                   DELIMITED BY SIZE INTO REGISTER-REPORT-RECORD
               END-STRING
           END-IF
           WRITE REGISTER-REPORT-RECORD.

      *>  The day's invoiced total against the value of the day's
      *>  priced shipments.  Shipments with no billing details are
      *>  shown but cannot enter the comparison.
       WRITE-TIE-OUT.
           MOVE WS-SHIPPED-VALUE TO WS-SUM-EDIT
           MOVE SPACES TO REGISTER-REPORT-RECORD
           STRING "Shipments for the day: ", FUNCTION TRIM(WS-SHIPPED-COUNT),
                  "  Priced: ", FUNCTION TRIM(WS-PRICED-COUNT),
                  "  No billing details: ",
                  FUNCTION TRIM(WS-UNPRICED-COUNT),
                  "  Shipped value: ", FUNCTION TRIM(WS-SUM-EDIT)
               DELIMITED BY SIZE INTO REGISTER-REPORT-RECORD
           END-STRING
           WRITE REGISTER-REPORT-RECORD

           MOVE WS-INV-GRAND-TOTAL TO WS-SUM2-EDIT
           COMPUTE WS-DIFFERENCE = WS-INV-GRAND-TOTAL - WS-SHIPPED-VALUE
           MOVE WS-DIFFERENCE TO WS-SUM3-EDIT
           MOVE SPACES TO REGISTER-REPORT-RECORD
           IF WS-DIFFERENCE = 0 AND WS-UNMATCHED-INVOICES = 0 AND
              WS-DAY-OVERFLOW = 'N'
               STRING "Invoiced total ", FUNCTION TRIM(WS-SUM2-EDIT),
                      " TIES to shipped value ",
                      FUNCTION TRIM(WS-SUM-EDIT)
                   DELIMITED BY SIZE INTO REGISTER-REPORT-RECORD
               END-STRING
           ELSE
               STRING "Invoiced total ", FUNCTION TRIM(WS-SUM2-EDIT),
                      " DOES NOT TIE to shipped value ",
                      FUNCTION TRIM(WS-SUM-EDIT),
                      " - difference ", FUNCTION TRIM(WS-SUM3-EDIT),
                      "  Invoices without a shipment: ",
                      FUNCTION TRIM(WS-UNMATCHED-INVOICES)
                   DELIMITED BY SIZE INTO REGISTER-REPORT-RECORD
               END-STRING
           END-IF
           WRITE REGISTER-REPORT-RECORD

           MOVE SPACES TO REGISTER-REPORT-RECORD
           WRITE REGISTER-REPORT-RECORD

           MOVE SPACES TO REGISTER-REPORT-RECORD
           STRING "Register lines read: ", FUNCTION TRIM(WS-LINES-READ),
                  "  Unreadable: ", FUNCTION TRIM(WS-LINES-BAD)
               DELIMITED BY SIZE INTO REGISTER-REPORT-RECORD
           END-STRING
           WRITE REGISTER-REPORT-RECORD.
