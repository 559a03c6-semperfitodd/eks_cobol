       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVINDEX.
      *>  One-time load of the three sequential files the nightly run
      *>  used to keep in memory onto their indexed replacements:
      *>      order_history.txt     -> order_history.dat     (ORDHIST)
      *>      shipped_orders.txt    -> shipped_orders.dat    (SHIPREC)
      *>      customer_balances.txt -> customer_balances.dat (ARBALREC)
      *>  Run it once, between the last nightly run on the old
      *>  programs and the first on the new.  The sequential files are
      *>  only read - they stay where they are as the fallback.
      *>
      *>  It also reloads the customer master onto the current
      *>  CUSTREC layout.  The master record grew from 64 to 82 bytes
      *>  when CUST-CREDIT-LIMIT, CUST-TAX-JURIS and CUST-TAX-EXEMPT
      *>  were added, and a master written on the old layout will not
      *>  open under the new one.  Before the run the old master is
      *>  renamed to customer_master_v1.dat; every record is carried
      *>  over with no credit limit (zero), no tax jurisdiction and
      *>  not exempt, for CUSTMAINT to fill in.  Until a jurisdiction
      *>  is set TransformCSV holds the customer's orders for the
      *>  desk, so the jurisdictions want loading before the first
      *>  nightly run.
      *>
      *>  A target that already holds records is left strictly alone
      *>  and reported as not converted, so a second run cannot load
      *>  anything twice.  Within a file the first line for a key wins
      *>  and later ones are counted as duplicates; a line with no key
      *>  (or, for the ledger, no usable balance) is counted as
      *>  unreadable.  Blank lines are skipped and not counted.  Each
      *>  new file is read back once loaded, and the report ties the
      *>  lines read to the records written and the records written
      *>  to the records found.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-HISTORY-FILE
               ASSIGN TO "/mnt/efs/data/order_history.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-HISTORY-STATUS.
           SELECT HISTORY-FILE
               ASSIGN TO "/mnt/efs/data/order_history.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OHIST-ORDER-ID
               ALTERNATE RECORD KEY IS OHIST-CUST-ID WITH DUPLICATES
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT OLD-SHIPPED-FILE
               ASSIGN TO "/mnt/efs/data/shipped_orders.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-SHIPPED-STATUS.
           SELECT SHIPPED-FILE
               ASSIGN TO "/mnt/efs/data/shipped_orders.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SHPD-ORDER-ID
               ALTERNATE RECORD KEY IS SHPD-BUSINESS-DATE WITH DUPLICATES
               FILE STATUS IS WS-SHIPPED-STATUS.
           SELECT OLD-LEDGER-FILE
               ASSIGN TO "/mnt/efs/data/customer_balances.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-LEDGER-STATUS.
           SELECT LEDGER-FILE
               ASSIGN TO "/mnt/efs/data/customer_balances.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARBAL-CUST-ID
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT OLD-MASTER-FILE
               ASSIGN TO "/mnt/efs/data/customer_master_v1.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLD-CUST-ID
               ALTERNATE RECORD KEY IS OLD-CUST-NAME
               FILE STATUS IS WS-OLD-MASTER-STATUS.
           SELECT CUSTOMER-MASTER
               ASSIGN TO "/mnt/efs/data/customer_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               ALTERNATE RECORD KEY IS CUST-NAME
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT CONVERSION-REPORT-FILE
               ASSIGN TO "/mnt/efs/output/indexed_conversion_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-HISTORY-FILE.
       01  OLD-HISTORY-RECORD PIC X(300).

       FD  HISTORY-FILE.
       01  HISTORY-RECORD.
           COPY ORDHIST.

       FD  OLD-SHIPPED-FILE.
       01  OLD-SHIPPED-RECORD PIC X(80).

       FD  SHIPPED-FILE.
       01  SHIPPED-RECORD.
           COPY SHIPREC.

       FD  OLD-LEDGER-FILE.
       01  OLD-LEDGER-RECORD PIC X(80).

       FD  LEDGER-FILE.
       01  LEDGER-RECORD.
           COPY ARBALREC.

      *>  The customer master as it was before the credit limit and
      *>  tax fields were added.
       FD  OLD-MASTER-FILE.
       01  OLD-CUSTOMER-RECORD.
           10 OLD-CUST-ID          PIC X(10).
           10 OLD-CUST-NAME        PIC X(50).
           10 OLD-CUST-TIER        PIC 9(2).
           10 OLD-CUST-STATUS      PIC X.
           10 OLD-CUST-CREDIT-HOLD PIC X.

       FD  CUSTOMER-MASTER.
       01  CUSTOMER-RECORD.
           COPY CUSTREC.

       FD  CONVERSION-REPORT-FILE.
       01  CONVERSION-REPORT-RECORD PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-OLD-HISTORY-STATUS PIC XX.
       01  WS-HISTORY-STATUS PIC XX.
       01  WS-OLD-SHIPPED-STATUS PIC XX.
       01  WS-SHIPPED-STATUS PIC XX.
       01  WS-OLD-LEDGER-STATUS PIC XX.
       01  WS-LEDGER-STATUS PIC XX.
       01  WS-OLD-MASTER-STATUS PIC XX.
       01  WS-MASTER-STATUS PIC XX.
       01  WS-OLD-EOF PIC X VALUE 'N'.
       01  WS-NEW-EOF PIC X VALUE 'N'.
       01  WS-RUN-DATE PIC X(8).

      *>  Per-file conversion state, reset by START-ONE-FILE before
      *>  each file and reported by WRITE-FILE-SECTION after it.
      *>    WS-CONV-RESULT  'C' converted, 'R' refused (the indexed
      *>                    file already holds records), 'M' no
      *>                    sequential file to convert, 'F' the
      *>                    indexed file could not be created.
       01  WS-CONV-OLD-NAME PIC X(30).
       01  WS-CONV-NEW-NAME PIC X(30).
       01  WS-CONV-RESULT PIC X VALUE 'C'.
       01  WS-CONV-STATUS PIC XX.
       01  WS-LINES-READ PIC 9(7) VALUE 0.
       01  WS-RECORDS-WRITTEN PIC 9(7) VALUE 0.
       01  WS-DUPLICATE-KEYS PIC 9(7) VALUE 0.
       01  WS-UNREADABLE-LINES PIC 9(7) VALUE 0.
       01  WS-RECORDS-FOUND PIC 9(7) VALUE 0.
       01  WS-LINES-ACCOUNTED PIC 9(7) VALUE 0.
       01  WS-FILES-CONVERTED PIC 9 VALUE 0.
       01  WS-FILES-NOT-TIED PIC 9 VALUE 0.

      *>  Old order history line (TransformCSV's sequential layout):
      *>      ORDERID|YYYYMMDD[|ITEM|STOCK[|CUST-ID|AMOUNT|TAX|JURIS|
      *>      EXEMPT|NAME|ADDRESS]]
      *>  The billing fields were added last; a line without a
      *>  customer or usable amounts loads unbillable ('N'), the
      *>  treatment SHIPCONFIRM gave it when it read the old file.
       01  WS-H-ID-TEXT PIC X(50).
       01  WS-H-DATE-TEXT PIC X(10).
       01  WS-H-ITEM-TEXT PIC X(50).
       01  WS-H-STOCK-TEXT PIC X(10).
       01  WS-H-CUST-TEXT PIC X(20).
       01  WS-H-AMOUNT-TEXT PIC X(20).
       01  WS-H-TAX-TEXT PIC X(20).
       01  WS-H-JURIS-TEXT PIC X(10).
       01  WS-H-EXEMPT-TEXT PIC X(5).
       01  WS-H-NAME-TEXT PIC X(50).
       01  WS-H-ADDRESS-TEXT PIC X(50).

      *>  Old shipped line: ORDERID|SHIPDATE[|BUSDATE].
       01  WS-S-ID-TEXT PIC X(50).
       01  WS-S-DATE-TEXT PIC X(10).
       01  WS-S-BUSDATE-TEXT PIC X(10).

      *>  Old ledger line: CUST-ID|BALANCE (ARPOSTING's layout).
       01  WS-L-ID-TEXT PIC X(20).
       01  WS-L-BAL-TEXT PIC X(20).

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           OPEN OUTPUT CONVERSION-REPORT-FILE
           PERFORM WRITE-REPORT-HEADER
           PERFORM CONVERT-ORDER-HISTORY
           PERFORM CONVERT-SHIPPED-ORDERS
           PERFORM CONVERT-CUSTOMER-BALANCES
           PERFORM CONVERT-CUSTOMER-MASTER
           PERFORM WRITE-REPORT-TRAILER
           CLOSE CONVERSION-REPORT-FILE
           DISPLAY "Indexed file conversion complete - "
               FUNCTION TRIM(WS-FILES-CONVERTED) " files converted, "
               FUNCTION TRIM(WS-FILES-NOT-TIED) " not tied."
           STOP RUN.

       START-ONE-FILE.
           MOVE 'C' TO WS-CONV-RESULT
           MOVE SPACES TO WS-CONV-STATUS
           MOVE 0 TO WS-LINES-READ WS-RECORDS-WRITTEN
                     WS-DUPLICATE-KEYS WS-UNREADABLE-LINES
                     WS-RECORDS-FOUND
           MOVE 'N' TO WS-OLD-EOF WS-NEW-EOF.

      *>  --------------------------------------------------------
      *>  Order history
      *>  --------------------------------------------------------
       CONVERT-ORDER-HISTORY.
           MOVE "order_history.txt" TO WS-CONV-OLD-NAME
           MOVE "order_history.dat" TO WS-CONV-NEW-NAME
           PERFORM START-ONE-FILE
           PERFORM COUNT-HISTORY-RECORDS
           IF WS-RECORDS-FOUND > 0
               MOVE 'R' TO WS-CONV-RESULT
           END-IF
           IF WS-CONV-RESULT = 'C'
               OPEN INPUT OLD-HISTORY-FILE
               IF WS-OLD-HISTORY-STATUS NOT = "00"
                   MOVE 'M' TO WS-CONV-RESULT
               END-IF
           END-IF
           IF WS-CONV-RESULT = 'C'
               OPEN OUTPUT HISTORY-FILE
               IF WS-HISTORY-STATUS NOT = "00"
                   MOVE 'F' TO WS-CONV-RESULT
                   MOVE WS-HISTORY-STATUS TO WS-CONV-STATUS
                   CLOSE OLD-HISTORY-FILE
               END-IF
           END-IF
           IF WS-CONV-RESULT = 'C'
               PERFORM UNTIL WS-OLD-EOF = 'Y'
                   READ OLD-HISTORY-FILE
                       AT END MOVE 'Y' TO WS-OLD-EOF
                       NOT AT END PERFORM LOAD-HISTORY-LINE
                   END-READ
               END-PERFORM
               CLOSE OLD-HISTORY-FILE
               CLOSE HISTORY-FILE
               PERFORM COUNT-HISTORY-RECORDS
           END-IF
           PERFORM WRITE-FILE-SECTION.

      *>  Counts what the indexed file holds - before loading, where
      *>  anything at all refuses the conversion, and again after.
      *>  A file not yet created (status 35) counts as empty.
       COUNT-HISTORY-RECORDS.
           MOVE 0 TO WS-RECORDS-FOUND
           MOVE 'N' TO WS-NEW-EOF
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS = "00"
               MOVE LOW-VALUES TO OHIST-ORDER-ID
               START HISTORY-FILE KEY IS NOT LESS THAN OHIST-ORDER-ID
                   INVALID KEY MOVE 'Y' TO WS-NEW-EOF
               END-START
               PERFORM UNTIL WS-NEW-EOF = 'Y'
                   READ HISTORY-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-NEW-EOF
                       NOT AT END ADD 1 TO WS-RECORDS-FOUND
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF.

       LOAD-HISTORY-LINE.
           IF OLD-HISTORY-RECORD NOT = SPACES
               ADD 1 TO WS-LINES-READ
               MOVE SPACES TO WS-H-ID-TEXT WS-H-DATE-TEXT WS-H-ITEM-TEXT
                              WS-H-STOCK-TEXT WS-H-CUST-TEXT
                              WS-H-AMOUNT-TEXT WS-H-TAX-TEXT
                              WS-H-JURIS-TEXT WS-H-EXEMPT-TEXT
                              WS-H-NAME-TEXT WS-H-ADDRESS-TEXT
               UNSTRING OLD-HISTORY-RECORD DELIMITED BY "|"
                   INTO WS-H-ID-TEXT, WS-H-DATE-TEXT, WS-H-ITEM-TEXT,
                        WS-H-STOCK-TEXT, WS-H-CUST-TEXT,
                        WS-H-AMOUNT-TEXT, WS-H-TAX-TEXT,
                        WS-H-JURIS-TEXT, WS-H-EXEMPT-TEXT,
                        WS-H-NAME-TEXT, WS-H-ADDRESS-TEXT
               END-UNSTRING
               IF FUNCTION TRIM(WS-H-ID-TEXT) = SPACES
                   ADD 1 TO WS-UNREADABLE-LINES
               ELSE
                   PERFORM BUILD-HISTORY-RECORD
                   WRITE HISTORY-RECORD
                       INVALID KEY ADD 1 TO WS-DUPLICATE-KEYS
                       NOT INVALID KEY ADD 1 TO WS-RECORDS-WRITTEN
                   END-WRITE
               END-IF
           END-IF.

       BUILD-HISTORY-RECORD.
           MOVE SPACES TO HISTORY-RECORD
           MOVE WS-H-ID-TEXT TO OHIST-ORDER-ID
           MOVE WS-H-DATE-TEXT(1:8) TO OHIST-FIRST-DATE
           MOVE WS-H-ITEM-TEXT TO OHIST-ITEM
           MOVE WS-H-STOCK-TEXT(1:1) TO OHIST-STOCK
           MOVE WS-H-CUST-TEXT TO OHIST-CUST-ID
           MOVE WS-H-JURIS-TEXT TO OHIST-TAX-JURIS
           MOVE WS-H-EXEMPT-TEXT(1:1) TO OHIST-TAX-EXEMPT
           MOVE WS-H-NAME-TEXT TO OHIST-CUST-NAME
           MOVE WS-H-ADDRESS-TEXT TO OHIST-ADDRESS
           MOVE 'N' TO OHIST-BILLABLE
           MOVE 0 TO OHIST-AMOUNT OHIST-TAX
           IF FUNCTION TRIM(WS-H-CUST-TEXT) NOT = SPACES AND
              FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-H-AMOUNT-TEXT)) = 0
              AND FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-H-TAX-TEXT)) = 0
               MOVE 'Y' TO OHIST-BILLABLE
               COMPUTE OHIST-AMOUNT =
                   FUNCTION NUMVAL(FUNCTION TRIM(WS-H-AMOUNT-TEXT))
                   ON SIZE ERROR MOVE 'N' TO OHIST-BILLABLE
               END-COMPUTE
               COMPUTE OHIST-TAX =
                   FUNCTION NUMVAL(FUNCTION TRIM(WS-H-TAX-TEXT))
                   ON SIZE ERROR MOVE 'N' TO OHIST-BILLABLE
               END-COMPUTE
               IF OHIST-BILLABLE = 'N'
                   MOVE 0 TO OHIST-AMOUNT OHIST-TAX
               END-IF
           END-IF.

      *>  --------------------------------------------------------
      *>  Shipped orders
      *>  --------------------------------------------------------
       CONVERT-SHIPPED-ORDERS.
           MOVE "shipped_orders.txt" TO WS-CONV-OLD-NAME
           MOVE "shipped_orders.dat" TO WS-CONV-NEW-NAME
           PERFORM START-ONE-FILE
           PERFORM COUNT-SHIPPED-RECORDS
           IF WS-RECORDS-FOUND > 0
               MOVE 'R' TO WS-CONV-RESULT
           END-IF
           IF WS-CONV-RESULT = 'C'
               OPEN INPUT OLD-SHIPPED-FILE
               IF WS-OLD-SHIPPED-STATUS NOT = "00"
                   MOVE 'M' TO WS-CONV-RESULT
               END-IF
           END-IF
           IF WS-CONV-RESULT = 'C'
               OPEN OUTPUT SHIPPED-FILE
               IF WS-SHIPPED-STATUS NOT = "00"
                   MOVE 'F' TO WS-CONV-RESULT
                   MOVE WS-SHIPPED-STATUS TO WS-CONV-STATUS
                   CLOSE OLD-SHIPPED-FILE
               END-IF
           END-IF
           IF WS-CONV-RESULT = 'C'
               PERFORM UNTIL WS-OLD-EOF = 'Y'
                   READ OLD-SHIPPED-FILE
                       AT END MOVE 'Y' TO WS-OLD-EOF
                       NOT AT END PERFORM LOAD-SHIPPED-LINE
                   END-READ
               END-PERFORM
               CLOSE OLD-SHIPPED-FILE
               CLOSE SHIPPED-FILE
               PERFORM COUNT-SHIPPED-RECORDS
           END-IF
           PERFORM WRITE-FILE-SECTION.

       COUNT-SHIPPED-RECORDS.
           MOVE 0 TO WS-RECORDS-FOUND
           MOVE 'N' TO WS-NEW-EOF
           OPEN INPUT SHIPPED-FILE
           IF WS-SHIPPED-STATUS = "00"
               MOVE LOW-VALUES TO SHPD-ORDER-ID
               START SHIPPED-FILE KEY IS NOT LESS THAN SHPD-ORDER-ID
                   INVALID KEY MOVE 'Y' TO WS-NEW-EOF
               END-START
               PERFORM UNTIL WS-NEW-EOF = 'Y'
                   READ SHIPPED-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-NEW-EOF
                       NOT AT END ADD 1 TO WS-RECORDS-FOUND
                   END-READ
               END-PERFORM
               CLOSE SHIPPED-FILE
           END-IF.

      *>  Shipments recorded before the run date was kept load with a
      *>  blank SHPD-BUSINESS-DATE.
       LOAD-SHIPPED-LINE.
           IF OLD-SHIPPED-RECORD NOT = SPACES
               ADD 1 TO WS-LINES-READ
               MOVE SPACES TO WS-S-ID-TEXT WS-S-DATE-TEXT
                              WS-S-BUSDATE-TEXT
               UNSTRING OLD-SHIPPED-RECORD DELIMITED BY "|"
                   INTO WS-S-ID-TEXT, WS-S-DATE-TEXT, WS-S-BUSDATE-TEXT
               END-UNSTRING
               IF FUNCTION TRIM(WS-S-ID-TEXT) = SPACES
                   ADD 1 TO WS-UNREADABLE-LINES
               ELSE
                   MOVE SPACES TO SHIPPED-RECORD
                   MOVE WS-S-ID-TEXT TO SHPD-ORDER-ID
                   MOVE WS-S-DATE-TEXT(1:8) TO SHPD-SHIP-DATE
                   MOVE WS-S-BUSDATE-TEXT(1:8) TO SHPD-BUSINESS-DATE
                   WRITE SHIPPED-RECORD
                       INVALID KEY ADD 1 TO WS-DUPLICATE-KEYS
                       NOT INVALID KEY ADD 1 TO WS-RECORDS-WRITTEN
                   END-WRITE
               END-IF
           END-IF.

      *>  --------------------------------------------------------
      *>  AR ledger
      *>  --------------------------------------------------------
       CONVERT-CUSTOMER-BALANCES.
           MOVE "customer_balances.txt" TO WS-CONV-OLD-NAME
           MOVE "customer_balances.dat" TO WS-CONV-NEW-NAME
           PERFORM START-ONE-FILE
           PERFORM COUNT-LEDGER-RECORDS
           IF WS-RECORDS-FOUND > 0
               MOVE 'R' TO WS-CONV-RESULT
           END-IF
           IF WS-CONV-RESULT = 'C'
               OPEN INPUT OLD-LEDGER-FILE
               IF WS-OLD-LEDGER-STATUS NOT = "00"
                   MOVE 'M' TO WS-CONV-RESULT
               END-IF
           END-IF
           IF WS-CONV-RESULT = 'C'
               OPEN OUTPUT LEDGER-FILE
               IF WS-LEDGER-STATUS NOT = "00"
                   MOVE 'F' TO WS-CONV-RESULT
                   MOVE WS-LEDGER-STATUS TO WS-CONV-STATUS
                   CLOSE OLD-LEDGER-FILE
               END-IF
           END-IF
           IF WS-CONV-RESULT = 'C'
               PERFORM UNTIL WS-OLD-EOF = 'Y'
                   READ OLD-LEDGER-FILE
                       AT END MOVE 'Y' TO WS-OLD-EOF
                       NOT AT END PERFORM LOAD-LEDGER-LINE
                   END-READ
               END-PERFORM
               CLOSE OLD-LEDGER-FILE
               CLOSE LEDGER-FILE
               PERFORM COUNT-LEDGER-RECORDS
           END-IF
           PERFORM WRITE-FILE-SECTION.

       COUNT-LEDGER-RECORDS.
           MOVE 0 TO WS-RECORDS-FOUND
           MOVE 'N' TO WS-NEW-EOF
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-STATUS = "00"
               MOVE LOW-VALUES TO ARBAL-CUST-ID
               START LEDGER-FILE KEY IS NOT LESS THAN ARBAL-CUST-ID
                   INVALID KEY MOVE 'Y' TO WS-NEW-EOF
               END-START
               PERFORM UNTIL WS-NEW-EOF = 'Y'
                   READ LEDGER-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-NEW-EOF
                       NOT AT END ADD 1 TO WS-RECORDS-FOUND
                   END-READ
               END-PERFORM
               CLOSE LEDGER-FILE
           END-IF.

      *>  A balance that does not read as a number is not guessed at -
      *>  the line is counted unreadable and the customer starts the
      *>  new ledger with no entry, to be put right by hand.
       LOAD-LEDGER-LINE.
           IF OLD-LEDGER-RECORD NOT = SPACES
               ADD 1 TO WS-LINES-READ
               MOVE SPACES TO WS-L-ID-TEXT WS-L-BAL-TEXT
               UNSTRING OLD-LEDGER-RECORD DELIMITED BY "|"
                   INTO WS-L-ID-TEXT, WS-L-BAL-TEXT
               END-UNSTRING
               IF FUNCTION TRIM(WS-L-ID-TEXT) = SPACES OR
                  FUNCTION TEST-NUMVAL-C(FUNCTION TRIM(WS-L-BAL-TEXT))
                      NOT = 0
                   ADD 1 TO WS-UNREADABLE-LINES
                   DISPLAY "WARNING: customer_balances.txt line for '"
                       FUNCTION TRIM(WS-L-ID-TEXT) "' has no usable "
                       "balance - not loaded."
               ELSE
                   MOVE SPACES TO LEDGER-RECORD
                   MOVE WS-L-ID-TEXT TO ARBAL-CUST-ID
                   COMPUTE ARBAL-BALANCE =
                       FUNCTION NUMVAL-C(FUNCTION TRIM(WS-L-BAL-TEXT))
                   END-COMPUTE
                   WRITE LEDGER-RECORD
                       INVALID KEY
                           ADD 1 TO WS-DUPLICATE-KEYS
                           DISPLAY "WARNING: customer "
                               FUNCTION TRIM(WS-L-ID-TEXT)
                               " appears more than once on "
                               "customer_balances.txt - the first "
                               "balance was kept."
                       NOT INVALID KEY ADD 1 TO WS-RECORDS-WRITTEN
                   END-WRITE
               END-IF
           END-IF.

      *>  --------------------------------------------------------
      *>  Customer master
      *>  --------------------------------------------------------
      *>  Same shape as the other three, with the old master read in
      *>  CUST-ID order.  Missing (status 35) means there is nothing
      *>  to reload - either it was never renamed or this master was
      *>  created on the current layout.
       CONVERT-CUSTOMER-MASTER.
           MOVE "customer_master_v1.dat" TO WS-CONV-OLD-NAME
           MOVE "customer_master.dat" TO WS-CONV-NEW-NAME
           PERFORM START-ONE-FILE
           PERFORM COUNT-MASTER-RECORDS
           IF WS-RECORDS-FOUND > 0
               MOVE 'R' TO WS-CONV-RESULT
           END-IF
           IF WS-CONV-RESULT = 'C'
               OPEN INPUT OLD-MASTER-FILE
               IF WS-OLD-MASTER-STATUS NOT = "00"
                   MOVE 'M' TO WS-CONV-RESULT
               END-IF
           END-IF
           IF WS-CONV-RESULT = 'C'
               OPEN OUTPUT CUSTOMER-MASTER
               IF WS-MASTER-STATUS NOT = "00"
                   MOVE 'F' TO WS-CONV-RESULT
                   MOVE WS-MASTER-STATUS TO WS-CONV-STATUS
                   CLOSE OLD-MASTER-FILE
               END-IF
           END-IF
           IF WS-CONV-RESULT = 'C'
               MOVE LOW-VALUES TO OLD-CUST-ID
               START OLD-MASTER-FILE KEY IS NOT LESS THAN OLD-CUST-ID
                   INVALID KEY MOVE 'Y' TO WS-OLD-EOF
               END-START
               PERFORM UNTIL WS-OLD-EOF = 'Y'
                   READ OLD-MASTER-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-OLD-EOF
                       NOT AT END PERFORM LOAD-MASTER-RECORD
                   END-READ
               END-PERFORM
               CLOSE OLD-MASTER-FILE
               CLOSE CUSTOMER-MASTER
               PERFORM COUNT-MASTER-RECORDS
           END-IF
           PERFORM WRITE-FILE-SECTION.

       COUNT-MASTER-RECORDS.
           MOVE 0 TO WS-RECORDS-FOUND
           MOVE 'N' TO WS-NEW-EOF
           OPEN INPUT CUSTOMER-MASTER
           IF WS-MASTER-STATUS = "00"
               MOVE LOW-VALUES TO CUST-ID
               START CUSTOMER-MASTER KEY IS NOT LESS THAN CUST-ID
                   INVALID KEY MOVE 'Y' TO WS-NEW-EOF
               END-START
               PERFORM UNTIL WS-NEW-EOF = 'Y'
                   READ CUSTOMER-MASTER NEXT RECORD
                       AT END MOVE 'Y' TO WS-NEW-EOF
                       NOT AT END ADD 1 TO WS-RECORDS-FOUND
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-MASTER
           END-IF.

      *>  The old file's own keys were unique, so a refused write can
      *>  only be a record the old file should never have held; it is
      *>  counted with the duplicates and named for the desk.
       LOAD-MASTER-RECORD.
           ADD 1 TO WS-LINES-READ
           IF OLD-CUST-ID = SPACES
               ADD 1 TO WS-UNREADABLE-LINES
           ELSE
               MOVE SPACES TO CUSTOMER-RECORD
               MOVE OLD-CUST-ID TO CUST-ID
               MOVE OLD-CUST-NAME TO CUST-NAME
               MOVE OLD-CUST-TIER TO CUST-TIER
               MOVE OLD-CUST-STATUS TO CUST-STATUS
               MOVE OLD-CUST-CREDIT-HOLD TO CUST-CREDIT-HOLD
               MOVE 0 TO CUST-CREDIT-LIMIT
               MOVE SPACES TO CUST-TAX-JURIS
               MOVE 'N' TO CUST-TAX-EXEMPT
               WRITE CUSTOMER-RECORD
                   INVALID KEY
                       ADD 1 TO WS-DUPLICATE-KEYS
                       DISPLAY "WARNING: customer "
                           FUNCTION TRIM(OLD-CUST-ID)
                           " could not be written to the new master "
                           "(status " WS-MASTER-STATUS ") - not loaded."
                   NOT INVALID KEY ADD 1 TO WS-RECORDS-WRITTEN
               END-WRITE
           END-IF.

      *>  --------------------------------------------------------
      *>  Report
      *>  --------------------------------------------------------
       WRITE-REPORT-HEADER.
           MOVE SPACES TO CONVERSION-REPORT-RECORD
           STRING "Indexed File Conversion"
               DELIMITED BY SIZE INTO CONVERSION-REPORT-RECORD
           END-STRING
           WRITE CONVERSION-REPORT-RECORD
           MOVE SPACES TO CONVERSION-REPORT-RECORD
           STRING "Run on ", WS-RUN-DATE,
                  " - old files are read only and left in place"
               DELIMITED BY SIZE INTO CONVERSION-REPORT-RECORD
           END-STRING
           WRITE CONVERSION-REPORT-RECORD
           MOVE SPACES TO CONVERSION-REPORT-RECORD
           WRITE CONVERSION-REPORT-RECORD.

      *>  One section per file.  A converted file ties when every
      *>  line read is accounted for (written, duplicate or
      *>  unreadable) and the new file reads back exactly the records
      *>  written.
       WRITE-FILE-SECTION.
           MOVE SPACES TO CONVERSION-REPORT-RECORD
           STRING FUNCTION TRIM(WS-CONV-OLD-NAME), " -> ",
                  FUNCTION TRIM(WS-CONV-NEW-NAME)
               DELIMITED BY SIZE INTO CONVERSION-REPORT-RECORD
           END-STRING
           WRITE CONVERSION-REPORT-RECORD
           MOVE SPACES TO CONVERSION-REPORT-RECORD
           EVALUATE WS-CONV-RESULT
               WHEN 'R'
                   STRING "  NOT CONVERTED - ",
                          FUNCTION TRIM(WS-CONV-NEW-NAME),
                          " already holds ",
                          FUNCTION TRIM(WS-RECORDS-FOUND),
                          " records; left as it is."
                       DELIMITED BY SIZE INTO CONVERSION-REPORT-RECORD
                   END-STRING
                   WRITE CONVERSION-REPORT-RECORD
               WHEN 'M'
                   STRING "  NOT CONVERTED - no ",
                          FUNCTION TRIM(WS-CONV-OLD-NAME),
                          " to load; the nightly run starts the "
                          "indexed file empty."
                       DELIMITED BY SIZE INTO CONVERSION-REPORT-RECORD
                   END-STRING
                   WRITE CONVERSION-REPORT-RECORD
               WHEN 'F'
                   STRING "  NOT CONVERTED - ",
                          FUNCTION TRIM(WS-CONV-NEW-NAME),
                          " could not be created (status ",
                          WS-CONV-STATUS, ")."
                       DELIMITED BY SIZE INTO CONVERSION-REPORT-RECORD
                   END-STRING
                   WRITE CONVERSION-REPORT-RECORD
                   ADD 1 TO WS-FILES-NOT-TIED
               WHEN OTHER
                   PERFORM WRITE-CONVERTED-COUNTS
           END-EVALUATE
           MOVE SPACES TO CONVERSION-REPORT-RECORD
           WRITE CONVERSION-REPORT-RECORD.

       WRITE-CONVERTED-COUNTS.
           ADD 1 TO WS-FILES-CONVERTED
           STRING "  Lines read (before):      ",
                  FUNCTION TRIM(WS-LINES-READ)
               DELIMITED BY SIZE INTO CONVERSION-REPORT-RECORD
           END-STRING
           WRITE CONVERSION-REPORT-RECORD
           MOVE SPACES TO CONVERSION-REPORT-RECORD
           STRING "  Records written:          ",
                  FUNCTION TRIM(WS-RECORDS-WRITTEN)
               DELIMITED BY SIZE INTO CONVERSION-REPORT-RECORD
           END-STRING
           WRITE CONVERSION-REPORT-RECORD
           MOVE SPACES TO CONVERSION-REPORT-RECORD
           STRING "  Duplicate keys (dropped): ",
                  FUNCTION TRIM(WS-DUPLICATE-KEYS)
               DELIMITED BY SIZE INTO CONVERSION-REPORT-RECORD
           END-STRING
           WRITE CONVERSION-REPORT-RECORD
           MOVE SPACES TO CONVERSION-REPORT-RECORD
           STRING "  Unreadable lines:         ",
                  FUNCTION TRIM(WS-UNREADABLE-LINES)
               DELIMITED BY SIZE INTO CONVERSION-REPORT-RECORD
           END-STRING
           WRITE CONVERSION-REPORT-RECORD
           MOVE SPACES TO CONVERSION-REPORT-RECORD
           STRING "  Records on file (after):  ",
                  FUNCTION TRIM(WS-RECORDS-FOUND)
               DELIMITED BY SIZE INTO CONVERSION-REPORT-RECORD
           END-STRING
           WRITE CONVERSION-REPORT-RECORD
           COMPUTE WS-LINES-ACCOUNTED = WS-RECORDS-WRITTEN
               + WS-DUPLICATE-KEYS + WS-UNREADABLE-LINES
           MOVE SPACES TO CONVERSION-REPORT-RECORD
           IF WS-LINES-ACCOUNTED = WS-LINES-READ AND
              WS-RECORDS-FOUND = WS-RECORDS-WRITTEN
               STRING "  Result: CONVERTED - TIES"
                   DELIMITED BY SIZE INTO CONVERSION-REPORT-RECORD
               END-STRING
           ELSE
               ADD 1 TO WS-FILES-NOT-TIED
               STRING "  Result: CONVERTED - DOES NOT TIE, check the "
                      "indexed file before the nightly run"
                   DELIMITED BY SIZE INTO CONVERSION-REPORT-RECORD
               END-STRING
           END-IF
           WRITE CONVERSION-REPORT-RECORD.

       WRITE-REPORT-TRAILER.
           MOVE SPACES TO CONVERSION-REPORT-RECORD
           STRING "Files converted: ", FUNCTION TRIM(WS-FILES-CONVERTED),
                  "  Not tied or not created: ",
                  FUNCTION TRIM(WS-FILES-NOT-TIED)
               DELIMITED BY SIZE INTO CONVERSION-REPORT-RECORD
           END-STRING
           WRITE CONVERSION-REPORT-RECORD.
