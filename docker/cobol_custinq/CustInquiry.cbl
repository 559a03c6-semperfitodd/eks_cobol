       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTINQUIRY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-FILE
               ASSIGN TO "/mnt/efs/input/account_inquiry_request.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQUEST-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "/mnt/efs/data/customer_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID
               ALTERNATE RECORD KEY IS CUST-NAME
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT LEDGER-FILE
               ASSIGN TO "/mnt/efs/data/customer_balances.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ARBAL-CUST-ID
               FILE STATUS IS WS-LEDGER-STATUS.
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
               ALTERNATE RECORD KEY IS SHPD-BUSINESS-DATE WITH DUPLICATES
               FILE STATUS IS WS-SHIPPED-STATUS.
           SELECT UNAPPLIED-FILE
               ASSIGN TO "/mnt/efs/output/unapplied_cash.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNAPPLIED-STATUS.
           SELECT CHANGE-HISTORY-FILE
               ASSIGN TO "/mnt/efs/data/customer_change_history.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHANGE-STATUS.
           SELECT INQUIRY-REPORT-FILE
               ASSIGN TO "/mnt/efs/output/customer_account_inquiry.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "/output/run_control.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REQUEST-FILE.
       01  REQUEST-RECORD PIC X(80).

       FD  CUSTOMER-MASTER.
       01  CUSTOMER-RECORD.
           COPY CUSTREC.

       FD  LEDGER-FILE.
       01  LEDGER-RECORD.
           COPY ARBALREC.

       FD  ORDER-HISTORY-FILE.
       01  ORDER-HISTORY-RECORD.
           COPY ORDHIST.

       FD  SHIPPED-FILE.
       01  SHIPPED-RECORD.
           COPY SHIPREC.

       FD  UNAPPLIED-FILE.
       01  UNAPPLIED-RECORD PIC X(250).

       FD  CHANGE-HISTORY-FILE.
       01  CHANGE-HISTORY-RECORD PIC X(300).

       FD  INQUIRY-REPORT-FILE.
       01  INQUIRY-REPORT-RECORD PIC X(250).

       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-REQUEST-STATUS PIC XX.
       01  WS-MASTER-STATUS PIC XX.
       01  WS-LEDGER-STATUS PIC XX.
       01  WS-HISTORY-STATUS PIC XX.
       01  WS-SHIPPED-STATUS PIC XX.
       01  WS-UNAPPLIED-STATUS PIC XX.
       01  WS-CHANGE-STATUS PIC XX.
       01  WS-RUN-CONTROL-STATUS PIC XX.
       01  WS-REQUEST-EOF PIC X VALUE 'N'.
       01  WS-HISTORY-EOF PIC X VALUE 'N'.
       01  WS-UNAPPLIED-EOF PIC X VALUE 'N'.
       01  WS-CHANGE-EOF PIC X VALUE 'N'.
       01  WS-RUN-CONTROL-EOF PIC X VALUE 'N'.
       01  WS-MASTER-AVAILABLE PIC X VALUE 'N'.
       01  WS-LEDGER-AVAILABLE PIC X VALUE 'N'.
       01  WS-HISTORY-AVAILABLE PIC X VALUE 'N'.
       01  WS-SHIPPED-AVAILABLE PIC X VALUE 'N'.
       01  WS-BUSINESS-DATE PIC X(8).
       01  WS-CTL-KEY-TEXT PIC X(20).
       01  WS-CTL-VALUE-TEXT PIC X(20).

      *>  The account desk's request, pipe-delimited the way
      *>  history_request.txt is - one line per customer wanted:
      *>      CUST-ID|<id>
      *>  Each customer is reported in the order asked; asking for
      *>  the same one twice reports it once.  There is no "all
      *>  customers" default - this answers phone calls, it is not
      *>  a listing of the book.
       01  WS-REQ-KEY-TEXT PIC X(20).
       01  WS-REQ-VAL-TEXT PIC X(50).
       01  WS-REQ-COUNT PIC 9(3) VALUE 0.
       01  WS-REQ-IDX   PIC 9(3) VALUE 0.
       01  WS-REQ-DUP   PIC X VALUE 'N'.
       01  WS-REQ-TAB.
           05  WS-REQ-CUST-ID PIC X(10) OCCURS 100 TIMES.
       01  WS-INQ-CUST-ID PIC X(10).

      *>  Each order is looked up on the shipped file by ORDERID;
      *>  a hit leaves the ship date in SHPD-SHIP-DATE.
       01  WS-ORDER-SHIPPED PIC X VALUE 'N'.

      *>  The customer being reported.  The balance and the orders
      *>  are keyed reads on the indexed files; the other sources
      *>  are read through once per customer - an inquiry is a
      *>  handful of customers, not the book.
       01  WS-ON-MASTER      PIC X VALUE 'N'.
       01  WS-HAVE-BALANCE   PIC X VALUE 'N'.
       01  WS-CUST-BALANCE   PIC S9(11)V99 VALUE 0.
       01  WS-OPEN-COUNT     PIC 9(5) VALUE 0.
       01  WS-OPEN-AMOUNT    PIC S9(11)V99 VALUE 0.
       01  WS-SHIP-COUNT     PIC 9(5) VALUE 0.
       01  WS-SHIP-AMOUNT    PIC S9(11)V99 VALUE 0.
       01  WS-UNAPPLIED-COUNT PIC 9(5) VALUE 0.
       01  WS-UNAPPLIED-AMOUNT PIC S9(11)V99 VALUE 0.
       01  WS-UNAPPLIED-NOW-OK PIC 9(5) VALUE 0.
       01  WS-FLAG-COUNT     PIC 9(3) VALUE 0.
       01  WS-SECTION-LINES  PIC 9(5) VALUE 0.

      *>  Order history records (ORDHIST) are browsed on the
      *>  CUST-ID alternate key.  Orders recorded before the customer
      *>  was kept on the history carry a blank CUST-ID and cannot be
      *>  attributed to anyone; they are counted once, in the
      *>  trailer.
       01  WS-H-AMOUNT      PIC S9(9)V99 VALUE 0.
       01  WS-STOCK-NOTE    PIC X(20).
       01  WS-UNATTRIBUTED  PIC 9(7) VALUE 0.
       01  WS-ORDER-PASS    PIC X.

      *>  ARPOSTING's unapplied-cash listing: the reason tag, one
      *>  space, then the untouched payments line
      *>  (CUST-ID|YYYYMMDD|AMOUNT|REFERENCE).  The listing is
      *>  rewritten each night, so it shows what the last posting run
      *>  could not apply.
       01  WS-U-HEAD-TEXT   PIC X(60).
       01  WS-U-DATE-TEXT   PIC X(10).
       01  WS-U-AMT-TEXT    PIC X(20).
       01  WS-U-REF-TEXT    PIC X(50).
       01  WS-U-REASON      PIC X(40).
       01  WS-U-CUST-ID     PIC X(20).
       01  WS-U-LEN         PIC 9(3) VALUE 0.
       01  WS-U-POS         PIC 9(3) VALUE 0.

      *>  The CUSTMAINT change-history layout (see CUSTHISTRPT):
      *>      BUSDATE|ACTION|B-ID|B-NAME|B-TIER|B-STATUS|B-HOLD
      *>             |A-ID|A-NAME|A-TIER|A-STATUS|A-HOLD
      *>             |B-LIMIT|A-LIMIT
      *>             |B-TAX-JURIS|B-TAX-EXEMPT|A-TAX-JURIS|A-TAX-EXEMPT
      *>  The latest five changes for the customer are kept, oldest
      *>  first, as the file is read front to back.  Lines written
      *>  before the tax fields existed stop at A-LIMIT and show no
      *>  tax; otherwise the after jurisdiction and exempt flag are
      *>  shown, with the before values when the change altered them.
       01  WS-C-DATE-TEXT   PIC X(10).
       01  WS-C-ACTION-TEXT PIC X(12).
       01  WS-C-B-ID        PIC X(10).
       01  WS-C-B-NAME      PIC X(50).
       01  WS-C-B-TIER      PIC X(2).
       01  WS-C-B-STATUS    PIC X.
       01  WS-C-B-HOLD      PIC X.
       01  WS-C-A-ID        PIC X(10).
       01  WS-C-A-NAME      PIC X(50).
       01  WS-C-A-TIER      PIC X(2).
       01  WS-C-A-STATUS    PIC X.
       01  WS-C-A-HOLD      PIC X.
       01  WS-C-B-LIMIT     PIC X(15).
       01  WS-C-A-LIMIT     PIC X(15).
       01  WS-C-B-JURIS     PIC X(6).
       01  WS-C-B-EXEMPT    PIC X.
       01  WS-C-A-JURIS     PIC X(6).
       01  WS-C-A-EXEMPT    PIC X.
       01  WS-C-TAX-TEXT    PIC X(80).
       01  WS-CHANGE-SEEN   PIC 9(5) VALUE 0.
       01  WS-CHANGE-KEPT   PIC 9 VALUE 0.
       01  WS-CHANGE-IDX    PIC 9 VALUE 0.
       01  WS-CHANGE-TAB.
           05  WS-CHANGE-LINE PIC X(250) OCCURS 5 TIMES.

       01  WS-AGE-DATE  PIC X(8).
       01  WS-TODAY-INT PIC 9(8) VALUE 0.
       01  WS-SEEN-NUM  PIC 9(8) VALUE 0.
       01  WS-SEEN-INT  PIC 9(8) VALUE 0.
       01  WS-ITEM-AGE  PIC 9(5) VALUE 0.
       01  WS-SHIP-DAYS PIC 9(5) VALUE 0.

       01  WS-CUSTOMERS-REPORTED PIC 9(5) VALUE 0.
       01  WS-CUSTOMERS-MISSING  PIC 9(5) VALUE 0.
       01  WS-CUSTOMERS-FLAGGED  PIC 9(5) VALUE 0.

       01  WS-STATUS-NOTE PIC X(12).
       01  WS-FLAG-TEXT   PIC X(150).

      *>  Edited pictures used only on report lines.
       01  WS-AMOUNT-EDIT  PIC -(8)9.99.
       01  WS-BALANCE-EDIT PIC -(10)9.99.
       01  WS-LIMIT-EDIT   PIC Z(8)9.99.
       01  WS-SUM-EDIT     PIC -(10)9.99.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           PERFORM INIT-RUN-CONTROL
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-BUSINESS-DATE))
           PERFORM LOAD-REQUEST
           OPEN OUTPUT INQUIRY-REPORT-FILE
           PERFORM WRITE-REPORT-HEADER
           IF WS-REQ-COUNT = 0
               MOVE SPACES TO INQUIRY-REPORT-RECORD
               STRING "No customers requested - put one CUST-ID|<id> "
                      "line per customer in "
                      "/mnt/efs/input/account_inquiry_request.txt."
                   DELIMITED BY SIZE INTO INQUIRY-REPORT-RECORD
               END-STRING
               WRITE INQUIRY-REPORT-RECORD
           ELSE
               PERFORM OPEN-ACCOUNT-FILES
               OPEN INPUT CUSTOMER-MASTER
               IF WS-MASTER-STATUS = "00"
                   MOVE 'Y' TO WS-MASTER-AVAILABLE
               ELSE
                   MOVE 'N' TO WS-MASTER-AVAILABLE
                   DISPLAY "WARNING: customer master unavailable "
                       "(status " WS-MASTER-STATUS ") - customers are "
                       "reported without their master records."
               END-IF
               PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
                       UNTIL WS-REQ-IDX > WS-REQ-COUNT
                   MOVE WS-REQ-CUST-ID(WS-REQ-IDX) TO WS-INQ-CUST-ID
                   PERFORM INQUIRE-ONE-CUSTOMER
               END-PERFORM
               IF WS-MASTER-AVAILABLE = 'Y'
                   CLOSE CUSTOMER-MASTER
               END-IF
               PERFORM CLOSE-ACCOUNT-FILES
           END-IF
           PERFORM WRITE-REPORT-TRAILER
           CLOSE INQUIRY-REPORT-FILE
           DISPLAY "Customer account inquiry written - "
               FUNCTION TRIM(WS-CUSTOMERS-REPORTED) " customers, "
               FUNCTION TRIM(WS-CUSTOMERS-FLAGGED) " with findings."
           STOP RUN.

      *>  The business date (the day the ages are counted to) comes
      *>  from the shared run-control file; a missing file falls back
      *>  to the system date with a warning, the nightly programs'
      *>  treatment.
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

       LOAD-REQUEST.
           MOVE 'N' TO WS-REQUEST-EOF
           OPEN INPUT REQUEST-FILE
           IF WS-REQUEST-STATUS = "00"
               PERFORM UNTIL WS-REQUEST-EOF = 'Y'
                   READ REQUEST-FILE
                       AT END MOVE 'Y' TO WS-REQUEST-EOF
                       NOT AT END PERFORM PARSE-REQUEST-LINE
                   END-READ
               END-PERFORM
               CLOSE REQUEST-FILE
           ELSE
               DISPLAY "No account inquiry request file found - "
                   "nothing to report."
           END-IF.

       PARSE-REQUEST-LINE.
           MOVE SPACES TO WS-REQ-KEY-TEXT WS-REQ-VAL-TEXT
           UNSTRING REQUEST-RECORD DELIMITED BY "|"
               INTO WS-REQ-KEY-TEXT, WS-REQ-VAL-TEXT
           END-UNSTRING
           EVALUATE FUNCTION TRIM(WS-REQ-KEY-TEXT)
               WHEN "CUST-ID"
                   IF FUNCTION TRIM(WS-REQ-VAL-TEXT) = SPACES
                       DISPLAY "WARNING: account_inquiry_request.txt "
                           "CUST-ID line with no id - ignored."
                   ELSE
                       PERFORM TAKE-REQUESTED-CUSTOMER
                   END-IF
               WHEN SPACES
                   CONTINUE
               WHEN OTHER
                   DISPLAY "WARNING: account_inquiry_request.txt entry "
                       FUNCTION TRIM(WS-REQ-KEY-TEXT)
                       " is not a selection this report knows - "
                       "ignored."
           END-EVALUATE.

       TAKE-REQUESTED-CUSTOMER.
           MOVE 'N' TO WS-REQ-DUP
           PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
                   UNTIL WS-REQ-IDX > WS-REQ-COUNT
               IF WS-REQ-CUST-ID(WS-REQ-IDX) =
                      FUNCTION TRIM(WS-REQ-VAL-TEXT)
                   MOVE 'Y' TO WS-REQ-DUP
               END-IF
           END-PERFORM
           IF WS-REQ-DUP = 'N'
               IF WS-REQ-COUNT < 100
                   ADD 1 TO WS-REQ-COUNT
                   MOVE FUNCTION TRIM(WS-REQ-VAL-TEXT)
                       TO WS-REQ-CUST-ID(WS-REQ-COUNT)
               ELSE
                   DISPLAY "WARNING: more than 100 customers requested "
                       "- " FUNCTION TRIM(WS-REQ-VAL-TEXT)
                       " and any after it are not reported."
               END-IF
           END-IF.

      *>  The AR ledger, order history and shipped orders are the
      *>  indexed files the nightly run keeps.  One that will not
      *>  open reports every customer as having nothing on it, with a
      *>  warning - the findings then say so.
       OPEN-ACCOUNT-FILES.
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-STATUS = "00"
               MOVE 'Y' TO WS-LEDGER-AVAILABLE
           ELSE
               MOVE 'N' TO WS-LEDGER-AVAILABLE
               DISPLAY "WARNING: AR ledger unavailable (status "
                   WS-LEDGER-STATUS ") - no balances reported."
           END-IF
           OPEN INPUT ORDER-HISTORY-FILE
           IF WS-HISTORY-STATUS = "00"
               MOVE 'Y' TO WS-HISTORY-AVAILABLE
               PERFORM COUNT-UNATTRIBUTED
           ELSE
               MOVE 'N' TO WS-HISTORY-AVAILABLE
               DISPLAY "WARNING: order history unavailable (status "
                   WS-HISTORY-STATUS ") - no orders reported."
           END-IF
           OPEN INPUT SHIPPED-FILE
           IF WS-SHIPPED-STATUS = "00"
               MOVE 'Y' TO WS-SHIPPED-AVAILABLE
           ELSE
               MOVE 'N' TO WS-SHIPPED-AVAILABLE
               DISPLAY "WARNING: shipped orders unavailable (status "
                   WS-SHIPPED-STATUS ") - every order shows as open."
           END-IF.

       CLOSE-ACCOUNT-FILES.
           IF WS-LEDGER-AVAILABLE = 'Y'
               CLOSE LEDGER-FILE
           END-IF
           IF WS-HISTORY-AVAILABLE = 'Y'
               CLOSE ORDER-HISTORY-FILE
           END-IF
           IF WS-SHIPPED-AVAILABLE = 'Y'
               CLOSE SHIPPED-FILE
           END-IF.

      *>  The history records with no CUST-ID all sit under the blank
      *>  alternate key.
       COUNT-UNATTRIBUTED.
           MOVE 0 TO WS-UNATTRIBUTED
           MOVE 'N' TO WS-HISTORY-EOF
           MOVE SPACES TO OHIST-CUST-ID
           START ORDER-HISTORY-FILE KEY IS EQUAL TO OHIST-CUST-ID
               INVALID KEY MOVE 'Y' TO WS-HISTORY-EOF
           END-START
           PERFORM UNTIL WS-HISTORY-EOF = 'Y'
               READ ORDER-HISTORY-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-HISTORY-EOF
                   NOT AT END
                       IF OHIST-CUST-ID = SPACES
                           ADD 1 TO WS-UNATTRIBUTED
                       ELSE
                           MOVE 'Y' TO WS-HISTORY-EOF
                       END-IF
               END-READ
           END-PERFORM.

      *>  --------------------------------------------------------
      *>  One customer
      *>  --------------------------------------------------------
       INQUIRE-ONE-CUSTOMER.
           ADD 1 TO WS-CUSTOMERS-REPORTED
           MOVE 0 TO WS-FLAG-COUNT WS-OPEN-COUNT WS-SHIP-COUNT
                     WS-UNAPPLIED-COUNT WS-UNAPPLIED-NOW-OK
           MOVE 0 TO WS-OPEN-AMOUNT WS-SHIP-AMOUNT WS-UNAPPLIED-AMOUNT
                     WS-CUST-BALANCE
           MOVE SPACES TO INQUIRY-REPORT-RECORD
           MOVE ALL "=" TO INQUIRY-REPORT-RECORD(1:72)
           WRITE INQUIRY-REPORT-RECORD
           MOVE SPACES TO INQUIRY-REPORT-RECORD
           STRING "Customer ", FUNCTION TRIM(WS-INQ-CUST-ID)
               DELIMITED BY SIZE INTO INQUIRY-REPORT-RECORD
           END-STRING
           WRITE INQUIRY-REPORT-RECORD
           PERFORM SHOW-MASTER-RECORD
           PERFORM SHOW-BALANCE
           MOVE 'O' TO WS-ORDER-PASS
           PERFORM SHOW-ORDERS
           MOVE 'S' TO WS-ORDER-PASS
           PERFORM SHOW-ORDERS
           PERFORM SHOW-UNAPPLIED-CASH
           PERFORM SHOW-RECENT-CHANGES
           PERFORM SHOW-INCONSISTENCIES
           MOVE SPACES TO INQUIRY-REPORT-RECORD
           WRITE INQUIRY-REPORT-RECORD.

       SHOW-MASTER-RECORD.
           MOVE 'N' TO WS-ON-MASTER
           IF WS-MASTER-AVAILABLE = 'Y'
               MOVE SPACES TO CUST-ID
               MOVE WS-INQ-CUST-ID TO CUST-ID
               READ CUSTOMER-MASTER
                   INVALID KEY MOVE 'N' TO WS-ON-MASTER
                   NOT INVALID KEY MOVE 'Y' TO WS-ON-MASTER
               END-READ
           END-IF
           MOVE SPACES TO INQUIRY-REPORT-RECORD
           IF WS-ON-MASTER = 'N'
               ADD 1 TO WS-CUSTOMERS-MISSING
               IF WS-MASTER-AVAILABLE = 'Y'
                   STRING "  Master:   ** not on the customer master"
                       DELIMITED BY SIZE INTO INQUIRY-REPORT-RECORD
                   END-STRING
               ELSE
                   STRING "  Master:   (customer master unavailable)"
                       DELIMITED BY SIZE INTO INQUIRY-REPORT-RECORD
                   END-STRING
               END-IF
               WRITE INQUIRY-REPORT-RECORD
           ELSE
               IF CUST-STATUS = 'A'
                   MOVE "(active)" TO WS-STATUS-NOTE
               ELSE
                   MOVE "(INACTIVE)" TO WS-STATUS-NOTE
               END-IF
               STRING "  Master:   Name=", FUNCTION TRIM(CUST-NAME),
                      "  Tier=", CUST-TIER,
                      "  Status=", CUST-STATUS, " ",
                      FUNCTION TRIM(WS-STATUS-NOTE),
                      "  CreditHold=", CUST-CREDIT-HOLD
                   DELIMITED BY SIZE INTO INQUIRY-REPORT-RECORD
               END-STRING
               WRITE INQUIRY-REPORT-RECORD
               MOVE CUST-CREDIT-LIMIT TO WS-LIMIT-EDIT
               MOVE SPACES TO INQUIRY-REPORT-RECORD
               STRING "            CreditLimit=",
                      FUNCTION TRIM(WS-LIMIT-EDIT),
                      "  TaxJurisdiction=", FUNCTION TRIM(CUST-TAX-JURIS),
                      "  TaxExempt=", CUST-TAX-EXEMPT
                   DELIMITED BY SIZE INTO INQUIRY-REPORT-RECORD
               END-STRING
               WRITE INQUIRY-REPORT-RECORD
           END-IF.

       SHOW-BALANCE.
           MOVE 'N' TO WS-HAVE-BALANCE
           IF WS-LEDGER-AVAILABLE = 'Y'
               MOVE WS-INQ-CUST-ID TO ARBAL-CUST-ID
               READ LEDGER-FILE
                   INVALID KEY MOVE 'N' TO WS-HAVE-BALANCE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-HAVE-BALANCE
                       MOVE ARBAL-BALANCE TO WS-CUST-BALANCE
               END-READ
           END-IF
           MOVE SPACES TO INQUIRY-REPORT-RECORD
           IF WS-HAVE-BALANCE = 'Y'
               MOVE WS-CUST-BALANCE TO WS-BALANCE-EDIT
               STRING "  Balance:  ", FUNCTION TRIM(WS-BALANCE-EDIT),
                      "  (open AR balance)"
                   DELIMITED BY SIZE INTO INQUIRY-REPORT-RECORD
               END-STRING
           ELSE
               STRING "  Balance:  (no AR ledger entry)"
                   DELIMITED BY SIZE INTO INQUIRY-REPORT-RECORD
               END-STRING
           END-IF
           WRITE INQUIRY-REPORT-RECORD.

      *>  Two browses of the customer's orders on the CUST-ID key:
      *>  open orders first (WS-ORDER-PASS 'O'), then shipped ('S').
       SHOW-ORDERS.
           MOVE 0 TO WS-SECTION-LINES
           MOVE SPACES TO INQUIRY-REPORT-RECORD
           IF WS-ORDER-PASS = 'O'
               STRING "  Open orders:"
                   DELIMITED BY SIZE INTO INQUIRY-REPORT-RECORD
               END-STRING
           ELSE
               STRING "  Shipped orders:"
                   DELIMITED BY SIZE INTO INQUIRY-REPORT-RECORD
               END-STRING
           END-IF
           WRITE INQUIRY-REPORT-RECORD
           MOVE 'N' TO WS-HISTORY-EOF
           IF WS-HISTORY-AVAILABLE = 'N'
               MOVE 'Y' TO WS-HISTORY-EOF
           ELSE
               MOVE WS-INQ-CUST-ID TO OHIST-CUST-ID
               START ORDER-HISTORY-FILE KEY IS EQUAL TO OHIST-CUST-ID
                   INVALID KEY MOVE 'Y' TO WS-HISTORY-EOF
               END-START
           END-IF
           PERFORM UNTIL WS-HISTORY-EOF = 'Y'
               READ ORDER-HISTORY-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-HISTORY-EOF
                   NOT AT END
                       IF OHIST-CUST-ID = WS-INQ-CUST-ID
                           PERFORM CLASSIFY-CUSTOMER-ORDER
                       ELSE
                           MOVE 'Y' TO WS-HISTORY-EOF
                       END-IF
               END-READ
           END-PERFORM
           MOVE SPACES TO INQUIRY-REPORT-RECORD
           IF WS-SECTION-LINES = 0
               STRING "    (none)"
                   DELIMITED BY SIZE INTO INQUIRY-REPORT-RECORD
               END-STRING
           ELSE
               IF WS-ORDER-PASS = 'O'
                   MOVE WS-OPEN-AMOUNT TO WS-SUM-EDIT
                   STRING "    ", FUNCTION TRIM(WS-OPEN-COUNT),
                          " open, totalling ", FUNCTION TRIM(WS-SUM-EDIT)
                       DELIMITED BY SIZE INTO INQUIRY-REPORT-RECORD
                   END-STRING
               ELSE
                   MOVE WS-SHIP-AMOUNT TO WS-SUM-EDIT
                   STRING "    ", FUNCTION TRIM(WS-SHIP-COUNT),
                          " shipped, totalling ",
                          FUNCTION TRIM(WS-SUM-EDIT)
                       DELIMITED BY SIZE INTO INQUIRY-REPORT-RECORD
                   END-STRING
               END-IF
           END-IF
           WRITE INQUIRY-REPORT-RECORD.

       CLASSIFY-CUSTOMER-ORDER.
           PERFORM CHECK-ORDER-SHIPPED
           MOVE OHIST-FIRST-DATE TO WS-AGE-DATE
           PERFORM COMPUTE-ITEM-AGE
           EVALUATE OHIST-STOCK
               WHEN 'B'
                   MOVE " - back-ordered" TO WS-STOCK-NOTE
               WHEN 'R'
                   MOVE " - credit memo" TO WS-STOCK-NOTE
               WHEN OTHER
                   MOVE SPACES TO WS-STOCK-NOTE
           END-EVALUATE
           COMPUTE WS-H-AMOUNT = OHIST-AMOUNT + OHIST-TAX
               ON SIZE ERROR MOVE 0 TO WS-H-AMOUNT
           END-COMPUTE
           MOVE WS-H-AMOUNT TO WS-AMOUNT-EDIT
           IF WS-ORDER-SHIPPED = 'N' AND WS-ORDER-PASS = 'O'
               ADD 1 TO WS-OPEN-COUNT WS-SECTION-LINES
               ADD WS-H-AMOUNT TO WS-OPEN-AMOUNT
               MOVE SPACES TO INQUIRY-REPORT-RECORD
               STRING "    ", FUNCTION TRIM(OHIST-ORDER-ID),
                      "  Ordered ", OHIST-FIRST-DATE,
                      " (Age ", FUNCTION TRIM(WS-ITEM-AGE), " days)",
                      "  Item ", FUNCTION TRIM(OHIST-ITEM),
                      "  Amount ", FUNCTION TRIM(WS-AMOUNT-EDIT),
                      WS-STOCK-NOTE
                   DELIMITED BY SIZE INTO INQUIRY-REPORT-RECORD
               END-STRING
               WRITE INQUIRY-REPORT-RECORD
           END-IF
           IF WS-ORDER-SHIPPED = 'Y' AND WS-ORDER-PASS = 'S'
               ADD 1 TO WS-SHIP-COUNT WS-SECTION-LINES
               ADD WS-H-AMOUNT TO WS-SHIP-AMOUNT
               MOVE WS-ITEM-AGE TO WS-SHIP-DAYS
               MOVE SHPD-SHIP-DATE TO WS-AGE-DATE
               PERFORM COMPUTE-ITEM-AGE
               IF WS-SHIP-DAYS >= WS-ITEM-AGE
                   SUBTRACT WS-ITEM-AGE FROM WS-SHIP-DAYS
               ELSE
                   MOVE 0 TO WS-SHIP-DAYS
               END-IF
               MOVE SPACES TO INQUIRY-REPORT-RECORD
               STRING "    ", FUNCTION TRIM(OHIST-ORDER-ID),
                      "  Ordered ", OHIST-FIRST-DATE,
                      "  Shipped ", SHPD-SHIP-DATE,
                      " (", FUNCTION TRIM(WS-SHIP-DAYS),
                      " days to ship, ", FUNCTION TRIM(WS-ITEM-AGE),
                      " days ago)",
                      "  Item ", FUNCTION TRIM(OHIST-ITEM),
                      "  Amount ", FUNCTION TRIM(WS-AMOUNT-EDIT),
                      WS-STOCK-NOTE
                   DELIMITED BY SIZE INTO INQUIRY-REPORT-RECORD
               END-STRING
               WRITE INQUIRY-REPORT-RECORD
           END-IF.

       CHECK-ORDER-SHIPPED.
           MOVE 'N' TO WS-ORDER-SHIPPED
           IF WS-SHIPPED-AVAILABLE = 'Y'
               MOVE OHIST-ORDER-ID TO SHPD-ORDER-ID
               READ SHIPPED-FILE
                   INVALID KEY MOVE 'N' TO WS-ORDER-SHIPPED
                   NOT INVALID KEY MOVE 'Y' TO WS-ORDER-SHIPPED
               END-READ
           END-IF.

      *>  Days between a date and the business date.  A date that is
      *>  not a usable calendar date, or sits in the future, ages as
      *>  0 - the SHIPCONFIRM treatment.
       COMPUTE-ITEM-AGE.
           MOVE 0 TO WS-ITEM-AGE
           IF WS-AGE-DATE IS NUMERIC
               MOVE WS-AGE-DATE TO WS-SEEN-NUM
               COMPUTE WS-SEEN-INT =
                   FUNCTION INTEGER-OF-DATE(WS-SEEN-NUM)
               IF WS-SEEN-INT > 0 AND WS-SEEN-INT <= WS-TODAY-INT
                   COMPUTE WS-ITEM-AGE = WS-TODAY-INT - WS-SEEN-INT
                       ON SIZE ERROR MOVE 99999 TO WS-ITEM-AGE
                   END-COMPUTE
               END-IF
           END-IF.

       SHOW-UNAPPLIED-CASH.
           MOVE 0 TO WS-SECTION-LINES
           MOVE SPACES TO INQUIRY-REPORT-RECORD
           STRING "  Unapplied cash (last posting run):"
               DELIMITED BY SIZE INTO INQUIRY-REPORT-RECORD
           END-STRING
           WRITE INQUIRY-REPORT-RECORD
           MOVE 'N' TO WS-UNAPPLIED-EOF
           OPEN INPUT UNAPPLIED-FILE
           IF WS-UNAPPLIED-STATUS NOT = "00"
               MOVE 'Y' TO WS-UNAPPLIED-EOF
           END-IF
           PERFORM UNTIL WS-UNAPPLIED-EOF = 'Y'
               READ UNAPPLIED-FILE
                   AT END MOVE 'Y' TO WS-UNAPPLIED-EOF
                   NOT AT END PERFORM CHECK-UNAPPLIED-LINE
               END-READ
           END-PERFORM
           IF WS-UNAPPLIED-STATUS = "10" OR WS-UNAPPLIED-STATUS = "00"
               CLOSE UNAPPLIED-FILE
           END-IF
           IF WS-SECTION-LINES = 0
               MOVE SPACES TO INQUIRY-REPORT-RECORD
               STRING "    (none)"
                   DELIMITED BY SIZE INTO INQUIRY-REPORT-RECORD
               END-STRING
               WRITE INQUIRY-REPORT-RECORD
           END-IF.

      *>  The customer id is the last word before the first "|" -
      *>  the reason tag in front of it may itself contain spaces.
       CHECK-UNAPPLIED-LINE.
           MOVE SPACES TO WS-U-HEAD-TEXT WS-U-DATE-TEXT WS-U-AMT-TEXT
                          WS-U-REF-TEXT WS-U-REASON WS-U-CUST-ID
           UNSTRING UNAPPLIED-RECORD DELIMITED BY "|"
               INTO WS-U-HEAD-TEXT, WS-U-DATE-TEXT, WS-U-AMT-TEXT,
                    WS-U-REF-TEXT
           END-UNSTRING
           MOVE 0 TO WS-U-POS
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-U-HEAD-TEXT TRAILING))
               TO WS-U-LEN
           PERFORM VARYING WS-U-POS FROM WS-U-LEN BY -1
                   UNTIL WS-U-POS < 1
                      OR WS-U-HEAD-TEXT(WS-U-POS:1) = SPACE
               CONTINUE
           END-PERFORM
           IF WS-U-POS > 1 AND WS-U-POS < WS-U-LEN
               MOVE WS-U-HEAD-TEXT(WS-U-POS + 1:WS-U-LEN - WS-U-POS)
                   TO WS-U-CUST-ID
               MOVE WS-U-HEAD-TEXT(1:WS-U-POS - 1) TO WS-U-REASON
           END-IF
           IF WS-U-CUST-ID = WS-INQ-CUST-ID
               ADD 1 TO WS-UNAPPLIED-COUNT WS-SECTION-LINES
               IF FUNCTION TEST-NUMVAL-C(FUNCTION TRIM(WS-U-AMT-TEXT)) = 0
                   COMPUTE WS-UNAPPLIED-AMOUNT = WS-UNAPPLIED-AMOUNT +
                       FUNCTION NUMVAL-C(FUNCTION TRIM(WS-U-AMT-TEXT))
                       ON SIZE ERROR CONTINUE
                   END-COMPUTE
               END-IF
               IF WS-ON-MASTER = 'Y' AND CUST-STATUS = 'A' AND
                  (WS-U-REASON = "NOT ON MASTER" OR
                   WS-U-REASON = "CUSTOMER INACTIVE")
                   ADD 1 TO WS-UNAPPLIED-NOW-OK
               END-IF
               MOVE SPACES TO INQUIRY-REPORT-RECORD
               STRING "    ", WS-U-DATE-TEXT(1:8),
                      "  Amount ", FUNCTION TRIM(WS-U-AMT-TEXT),
                      "  Ref ", FUNCTION TRIM(WS-U-REF-TEXT),
                      "  - ", FUNCTION TRIM(WS-U-REASON)
                   DELIMITED BY SIZE INTO INQUIRY-REPORT-RECORD
               END-STRING
               WRITE INQUIRY-REPORT-RECORD
           END-IF.

       SHOW-RECENT-CHANGES.
           MOVE 0 TO WS-CHANGE-SEEN WS-CHANGE-KEPT
           MOVE SPACES TO WS-CHANGE-TAB
           MOVE 'N' TO WS-CHANGE-EOF
           OPEN INPUT CHANGE-HISTORY-FILE
           IF WS-CHANGE-STATUS NOT = "00"
               MOVE 'Y' TO WS-CHANGE-EOF
           END-IF
           PERFORM UNTIL WS-CHANGE-EOF = 'Y'
               READ CHANGE-HISTORY-FILE
                   AT END MOVE 'Y' TO WS-CHANGE-EOF
                   NOT AT END PERFORM CHECK-CHANGE-LINE
               END-READ
           END-PERFORM
           IF WS-CHANGE-STATUS = "10" OR WS-CHANGE-STATUS = "00"
               CLOSE CHANGE-HISTORY-FILE
           END-IF
           MOVE SPACES TO INQUIRY-REPORT-RECORD
           STRING "  Recent master changes (", FUNCTION TRIM(WS-CHANGE-KEPT),
                  " latest of ", FUNCTION TRIM(WS-CHANGE-SEEN), "):"
               DELIMITED BY SIZE INTO INQUIRY-REPORT-RECORD
           END-STRING
           WRITE INQUIRY-REPORT-RECORD
           IF WS-CHANGE-KEPT = 0
               MOVE SPACES TO INQUIRY-REPORT-RECORD
               STRING "    (none)"
                   DELIMITED BY SIZE INTO INQUIRY-REPORT-RECORD
               END-STRING
               WRITE INQUIRY-REPORT-RECORD
           END-IF
           PERFORM VARYING WS-CHANGE-IDX FROM 1 BY 1
                   UNTIL WS-CHANGE-IDX > WS-CHANGE-KEPT
               MOVE WS-CHANGE-LINE(WS-CHANGE-IDX) TO INQUIRY-REPORT-RECORD
               WRITE INQUIRY-REPORT-RECORD
           END-PERFORM.

      *>  Keeps the five latest changes, shuffling the oldest out.
       CHECK-CHANGE-LINE.
           MOVE SPACES TO WS-C-DATE-TEXT WS-C-ACTION-TEXT
                          WS-C-B-ID WS-C-B-NAME WS-C-B-TIER
                          WS-C-B-STATUS WS-C-B-HOLD
                          WS-C-A-ID WS-C-A-NAME WS-C-A-TIER
                          WS-C-A-STATUS WS-C-A-HOLD
                          WS-C-B-LIMIT WS-C-A-LIMIT
                          WS-C-B-JURIS WS-C-B-EXEMPT
                          WS-C-A-JURIS WS-C-A-EXEMPT
                          WS-C-TAX-TEXT
           UNSTRING CHANGE-HISTORY-RECORD DELIMITED BY "|"
               INTO WS-C-DATE-TEXT, WS-C-ACTION-TEXT,
                    WS-C-B-ID, WS-C-B-NAME, WS-C-B-TIER,
                    WS-C-B-STATUS, WS-C-B-HOLD,
                    WS-C-A-ID, WS-C-A-NAME, WS-C-A-TIER,
                    WS-C-A-STATUS, WS-C-A-HOLD,
                    WS-C-B-LIMIT, WS-C-A-LIMIT,
                    WS-C-B-JURIS, WS-C-B-EXEMPT,
                    WS-C-A-JURIS, WS-C-A-EXEMPT
           END-UNSTRING
           IF WS-C-DATE-TEXT(1:8) IS NUMERIC AND
              (WS-C-A-ID = WS-INQ-CUST-ID OR
               WS-C-B-ID = WS-INQ-CUST-ID)
               ADD 1 TO WS-CHANGE-SEEN
               IF WS-CHANGE-KEPT < 5
                   ADD 1 TO WS-CHANGE-KEPT
               ELSE
                   PERFORM VARYING WS-CHANGE-IDX FROM 1 BY 1
                           UNTIL WS-CHANGE-IDX > 4
                       MOVE WS-CHANGE-LINE(WS-CHANGE-IDX + 1)
                           TO WS-CHANGE-LINE(WS-CHANGE-IDX)
                   END-PERFORM
               END-IF
               MOVE SPACES TO WS-CHANGE-LINE(WS-CHANGE-KEPT)
               PERFORM BUILD-CHANGE-TAX-TEXT
               IF FUNCTION TRIM(WS-C-A-LIMIT) = SPACES
                   STRING "    ", WS-C-DATE-TEXT(1:8), "  ",
                          FUNCTION TRIM(WS-C-ACTION-TEXT),
                          "  Name=", FUNCTION TRIM(WS-C-A-NAME),
                          "  Tier=", WS-C-A-TIER,
                          "  Status=", WS-C-A-STATUS,
                          "  CreditHold=", WS-C-A-HOLD,
                          "  ", WS-C-TAX-TEXT
                       DELIMITED BY SIZE
                       INTO WS-CHANGE-LINE(WS-CHANGE-KEPT)
                   END-STRING
               ELSE
                   STRING "    ", WS-C-DATE-TEXT(1:8), "  ",
                          FUNCTION TRIM(WS-C-ACTION-TEXT),
                          "  Name=", FUNCTION TRIM(WS-C-A-NAME),
                          "  Tier=", WS-C-A-TIER,
                          "  Status=", WS-C-A-STATUS,
                          "  CreditHold=", WS-C-A-HOLD,
                          "  CreditLimit=", FUNCTION TRIM(WS-C-A-LIMIT),
                          "  ", WS-C-TAX-TEXT
                       DELIMITED BY SIZE
                       INTO WS-CHANGE-LINE(WS-CHANGE-KEPT)
                   END-STRING
               END-IF
           END-IF.

      *>  The tax part of a change line - blank for a line written
      *>  before the tax fields existed (no A-TAX-EXEMPT).
       BUILD-CHANGE-TAX-TEXT.
           MOVE SPACES TO WS-C-TAX-TEXT
           IF WS-C-A-EXEMPT NOT = SPACE
               IF WS-C-B-EXEMPT NOT = SPACE AND
                  (WS-C-B-JURIS NOT = WS-C-A-JURIS OR
                   WS-C-B-EXEMPT NOT = WS-C-A-EXEMPT)
                   STRING "TaxJurisdiction=", FUNCTION TRIM(WS-C-A-JURIS),
                          " TaxExempt=", WS-C-A-EXEMPT,
                          " (was TaxJurisdiction=",
                          FUNCTION TRIM(WS-C-B-JURIS),
                          " TaxExempt=", WS-C-B-EXEMPT, ")"
                       DELIMITED BY SIZE INTO WS-C-TAX-TEXT
                   END-STRING
               ELSE
                   STRING "TaxJurisdiction=", FUNCTION TRIM(WS-C-A-JURIS),
                          " TaxExempt=", WS-C-A-EXEMPT
                       DELIMITED BY SIZE INTO WS-C-TAX-TEXT
                   END-STRING
               END-IF
           END-IF.

      *>  The cross-checks the account desk used to do by eye.  Each
      *>  finding is one line; a clean account says so.
       SHOW-INCONSISTENCIES.
           MOVE SPACES TO INQUIRY-REPORT-RECORD
           STRING "  Findings:"
               DELIMITED BY SIZE INTO INQUIRY-REPORT-RECORD
           END-STRING
           WRITE INQUIRY-REPORT-RECORD
           MOVE WS-CUST-BALANCE TO WS-BALANCE-EDIT
           IF WS-ON-MASTER = 'N' AND WS-MASTER-AVAILABLE = 'Y'
               IF WS-CUST-BALANCE NOT = 0
                   MOVE SPACES TO WS-FLAG-TEXT
                   STRING "not on the customer master but carries a "
                          "balance of ", FUNCTION TRIM(WS-BALANCE-EDIT)
                       DELIMITED BY SIZE INTO WS-FLAG-TEXT
                   END-STRING
                   PERFORM WRITE-FINDING
               END-IF
               IF WS-OPEN-COUNT > 0
                   MOVE SPACES TO WS-FLAG-TEXT
                   STRING "not on the customer master but has ",
                          FUNCTION TRIM(WS-OPEN-COUNT), " open orders"
                       DELIMITED BY SIZE INTO WS-FLAG-TEXT
                   END-STRING
                   PERFORM WRITE-FINDING
               END-IF
           END-IF
           IF WS-ON-MASTER = 'Y'
               IF CUST-STATUS NOT = 'A' AND WS-CUST-BALANCE NOT = 0
                   MOVE SPACES TO WS-FLAG-TEXT
                   STRING "INACTIVE customer carries an open balance "
                          "of ", FUNCTION TRIM(WS-BALANCE-EDIT)
                       DELIMITED BY SIZE INTO WS-FLAG-TEXT
                   END-STRING
                   PERFORM WRITE-FINDING
               END-IF
               IF CUST-STATUS NOT = 'A' AND WS-OPEN-COUNT > 0
                   MOVE SPACES TO WS-FLAG-TEXT
                   STRING "INACTIVE customer has ",
                          FUNCTION TRIM(WS-OPEN-COUNT),
                          " open orders still to ship"
                       DELIMITED BY SIZE INTO WS-FLAG-TEXT
                   END-STRING
                   PERFORM WRITE-FINDING
               END-IF
               IF CUST-CREDIT-LIMIT > 0 AND
                  WS-CUST-BALANCE > CUST-CREDIT-LIMIT
                   MOVE CUST-CREDIT-LIMIT TO WS-LIMIT-EDIT
                   MOVE SPACES TO WS-FLAG-TEXT
                   STRING "balance ", FUNCTION TRIM(WS-BALANCE-EDIT),
                          " is over the credit limit of ",
                          FUNCTION TRIM(WS-LIMIT-EDIT)
                       DELIMITED BY SIZE INTO WS-FLAG-TEXT
                   END-STRING
                   PERFORM WRITE-FINDING
               END-IF
               IF WS-UNAPPLIED-NOW-OK > 0
                   MOVE SPACES TO WS-FLAG-TEXT
                   STRING FUNCTION TRIM(WS-UNAPPLIED-NOW-OK),
                          " unapplied payments were refused for a "
                          "customer who is now active - re-feed them"
                       DELIMITED BY SIZE INTO WS-FLAG-TEXT
                   END-STRING
                   PERFORM WRITE-FINDING
               END-IF
           END-IF
           IF WS-HAVE-BALANCE = 'N' AND WS-SHIP-COUNT > 0
               MOVE SPACES TO WS-FLAG-TEXT
               STRING "shipped orders on record but no AR ledger "
                      "entry - the invoices never reached the ledger"
                   DELIMITED BY SIZE INTO WS-FLAG-TEXT
               END-STRING
               PERFORM WRITE-FINDING
           END-IF
           IF WS-FLAG-COUNT = 0
               MOVE SPACES TO INQUIRY-REPORT-RECORD
               STRING "    (none - the account is consistent)"
                   DELIMITED BY SIZE INTO INQUIRY-REPORT-RECORD
               END-STRING
               WRITE INQUIRY-REPORT-RECORD
           ELSE
               ADD 1 TO WS-CUSTOMERS-FLAGGED
           END-IF.

       WRITE-FINDING.
           ADD 1 TO WS-FLAG-COUNT
           MOVE SPACES TO INQUIRY-REPORT-RECORD
           STRING "    ** ", FUNCTION TRIM(WS-FLAG-TEXT)
               DELIMITED BY SIZE INTO INQUIRY-REPORT-RECORD
           END-STRING
           WRITE INQUIRY-REPORT-RECORD.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO INQUIRY-REPORT-RECORD
           STRING "Customer Account Inquiry"
               DELIMITED BY SIZE INTO INQUIRY-REPORT-RECORD
           END-STRING
           WRITE INQUIRY-REPORT-RECORD

           MOVE SPACES TO INQUIRY-REPORT-RECORD
           STRING "As of business date ", WS-BUSINESS-DATE,
                  " - amounts include tax"
               DELIMITED BY SIZE INTO INQUIRY-REPORT-RECORD
           END-STRING
           WRITE INQUIRY-REPORT-RECORD

           MOVE SPACES TO INQUIRY-REPORT-RECORD
           WRITE INQUIRY-REPORT-RECORD.

       WRITE-REPORT-TRAILER.
           MOVE SPACES TO INQUIRY-REPORT-RECORD
           STRING "Customers reported: ",
                  FUNCTION TRIM(WS-CUSTOMERS-REPORTED),
                  "  Not on master: ", FUNCTION TRIM(WS-CUSTOMERS-MISSING),
                  "  With findings: ", FUNCTION TRIM(WS-CUSTOMERS-FLAGGED)
               DELIMITED BY SIZE INTO INQUIRY-REPORT-RECORD
           END-STRING
           WRITE INQUIRY-REPORT-RECORD

           IF WS-UNATTRIBUTED > 0
               MOVE SPACES TO INQUIRY-REPORT-RECORD
               STRING "Order history lines with no customer recorded "
                      "(cannot be attributed): ",
                      FUNCTION TRIM(WS-UNATTRIBUTED)
                   DELIMITED BY SIZE INTO INQUIRY-REPORT-RECORD
               END-STRING
               WRITE INQUIRY-REPORT-RECORD
           END-IF.
