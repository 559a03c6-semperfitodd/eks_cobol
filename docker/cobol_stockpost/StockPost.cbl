       IDENTIFICATION DIVISION.
       PROGRAM-ID. STOCKPOST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECEIPT-FILE
               ASSIGN TO "/mnt/efs/input/goods_receipts.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECEIPT-STATUS.
           SELECT ITEM-MASTER-FILE
               ASSIGN TO "/mnt/efs/data/item_master.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT STOCK-FILE
               ASSIGN TO "/mnt/efs/data/stock_on_hand.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STOCK-STATUS.
           SELECT MOVEMENT-FILE
               ASSIGN TO "/mnt/efs/data/stock_movements.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOVEMENT-STATUS.
           SELECT POSTED-RECEIPT-FILE
               ASSIGN TO "/mnt/efs/data/posted_receipts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RCPT-REF
               FILE STATUS IS WS-POSTED-STATUS.
           SELECT RECEIPT-REPORT-FILE
               ASSIGN TO "/mnt/efs/output/goods_receipt_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REORDER-REPORT-FILE
               ASSIGN TO "/mnt/efs/output/reorder_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "/output/run_control.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-CONTROL-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "/output/run_audit_history.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RECEIPT-FILE.
       01  RECEIPT-RECORD PIC X(200).

       FD  ITEM-MASTER-FILE.
       01  ITEM-MASTER-RECORD PIC X(100).

       FD  STOCK-FILE.
       01  STOCK-RECORD PIC X(100).

       FD  MOVEMENT-FILE.
       01  MOVEMENT-RECORD PIC X(150).

       FD  POSTED-RECEIPT-FILE.
       01  POSTED-RECEIPT-RECORD.
           COPY RCPTREC.

       FD  RECEIPT-REPORT-FILE.
       01  RECEIPT-REPORT-RECORD PIC X(250).

       FD  REORDER-REPORT-FILE.
       01  REORDER-REPORT-RECORD PIC X(200).

       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-RECORD PIC X(80).

       FD  AUDIT-FILE.
       01  AUDIT-RECORD PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-RECEIPT-STATUS PIC XX.
       01  WS-MASTER-STATUS PIC XX.
       01  WS-STOCK-STATUS PIC XX.
       01  WS-MOVEMENT-STATUS PIC XX.
       01  WS-POSTED-STATUS PIC XX.
       01  WS-RUN-CONTROL-STATUS PIC XX.
       01  WS-AUDIT-STATUS PIC XX.
       01  WS-RECEIPT-EOF PIC X VALUE 'N'.
       01  WS-MASTER-EOF PIC X VALUE 'N'.
       01  WS-STOCK-EOF PIC X VALUE 'N'.
       01  WS-MOVEMENT-EOF PIC X VALUE 'N'.
       01  WS-MOVEMENT-OPEN PIC X VALUE 'N'.

      *>  The items ITEMMAINT keeps on the item master, one entry per
      *>  item however many effective-dated rows it has:
      *>      ITEM|YYYYMMDD|PRICE|STATUS|REORDER-POINT
      *>  STATUS is the one effective on the business date (a row
      *>  keyed ahead for a later date does not count yet); an item
      *>  with no row effective yet is still on the master - goods
      *>  can arrive before the first sale - and is left off the
      *>  reorder report along with discontinued items.  A reorder
      *>  point of zero means none is set.
       01  WS-ITEM-TAB.
           05  WS-ITEM-ENTRY OCCURS 500 TIMES.
               10  WS-ITEM-NAME      PIC X(50).
               10  WS-ITEM-BEST-DATE PIC X(8).
               10  WS-ITEM-STATUS    PIC X.
               10  WS-ITEM-REORDER   PIC 9(7).
       01  WS-ITEM-COUNT PIC 9(3) VALUE 0.
       01  WS-ITEM-IDX PIC 9(3) VALUE 0.
       01  WS-ITEM-HIT PIC 9(3) VALUE 0.
       01  WS-ITEM-FULL PIC X VALUE 'N'.
       01  WS-MAST-ITEM-TEXT    PIC X(50).
       01  WS-MAST-DATE-TEXT    PIC X(10).
       01  WS-MAST-PRICE-TEXT   PIC X(20).
       01  WS-MAST-STATUS-TEXT  PIC X(10).
       01  WS-MAST-REORDER-TEXT PIC X(10).
       01  WS-MAST-REORDER      PIC 9(7) VALUE 0.

      *>  The on-hand stock ledger, shared with TransformCSV (which
      *>  reads it to mark back-orders) and SHIPCONFIRM (which
      *>  relieves shipments and recounts ALLOCATED):
      *>      ITEM|ON-HAND|ALLOCATED
      *>  ON-HAND is signed - a ledger that has shipped past zero says
      *>  so instead of stopping at it.  Loaded whole and rewritten
      *>  whole; a ledger past the table bound stops the run before
      *>  anything is posted, the ITEMMAINT treatment, since the
      *>  rewrite would drop the items past it.  So does a line whose
      *>  item or on-hand figure cannot be read (WS-STOCK-BAD-LINES):
      *>  it cannot go in the table, and the rewrite - which runs
      *>  every night, receipts or not - would delete that item from
      *>  the ledger for good.
       01  WS-STOCK-BAD-LINES PIC 9(5) VALUE 0.
       01  WS-STOCK-TAB.
           05  WS-STOCK-ENTRY OCCURS 500 TIMES.
               10  WS-STOCK-ITEM      PIC X(50).
               10  WS-STOCK-ON-HAND   PIC S9(7).
               10  WS-STOCK-ALLOCATED PIC 9(7).
       01  WS-STOCK-COUNT PIC 9(3) VALUE 0.
       01  WS-STOCK-IDX PIC 9(3) VALUE 0.
       01  WS-STOCK-HIT PIC 9(3) VALUE 0.
       01  WS-STOCK-FULL PIC X VALUE 'N'.
       01  WS-STK-ITEM-TEXT PIC X(50).
       01  WS-STK-ONHAND-TEXT PIC X(20).
       01  WS-STK-ALLOC-TEXT PIC X(20).
       01  WS-STOCK-AVAILABLE PIC S9(8) VALUE 0.

      *>  The stock movement journal, append-only, one line per unit
      *>  movement SHIPCONFIRM relieves and per receipt posted here:
      *>      BUSDATE|ITEM|TYPE|QTY|REFERENCE|ON-HAND-AFTER
      *>  Every receipt posted is also kept on the indexed
      *>  posted-receipts file (RCPTREC), read by reference, so a
      *>  receipt the warehouse resends - or a forced rerun - reads
      *>  as a repeat instead of doubling the stock however long the
      *>  journal grows.  A posted-receipts file that has never
      *>  existed is built from the journal's RECEIPT lines first.
      *>
      *>  Nothing about a receipt is recorded until its quantity is
      *>  safely on the stock ledger: the day's receipts are applied
      *>  to the ledger table and held in WS-PENDING-TAB, the ledger
      *>  is rewritten, and only then are they journalled and added
      *>  to the posted-receipts file.  A ledger that cannot be
      *>  rewritten stops the run with nothing recorded, so the same
      *>  feed posts in full on the rerun.  The pending table also
      *>  catches a reference repeated within the feed; a feed with
      *>  more receipts than it holds stops the run before anything
      *>  is written.
       01  WS-PENDING-TAB.
           05  WS-PENDING-ENTRY OCCURS 5000 TIMES.
               10  WS-PEND-REF    PIC X(30).
               10  WS-PEND-ITEM   PIC X(50).
               10  WS-PEND-QTY    PIC 9(7).
               10  WS-PEND-ONHAND PIC S9(7).
       01  WS-PENDING-COUNT PIC 9(5) VALUE 0.
       01  WS-PENDING-IDX PIC 9(5) VALUE 0.
       01  WS-SEEDED-COUNT PIC 9(7) VALUE 0.
       01  WS-RECORD-FAILURES PIC 9(5) VALUE 0.
       01  WS-MOV-DATE-TEXT PIC X(10).
       01  WS-MOV-ITEM-TEXT PIC X(50).
       01  WS-MOV-TYPE-TEXT PIC X(10).
       01  WS-MOV-QTY-TEXT PIC X(10).
       01  WS-MOV-REF-TEXT PIC X(50).

      *>  Daily goods-receipt feed from the receiving dock:
      *>      RECEIPT-REF|ITEM|QTY|YYYYMMDD   (date received)
      *>  QTY is a whole number of units, more than zero.  A receipt
      *>  for an item not on the item master, or one that does not
      *>  validate, is rejected with the reason on the report line and
      *>  never half-applied - the ITEMMAINT treatment.
       01  WS-R-REF-TEXT PIC X(50).
       01  WS-R-ITEM-TEXT PIC X(50).
       01  WS-R-QTY-TEXT PIC X(20).
       01  WS-R-DATE-TEXT PIC X(20).
       01  WS-R-QTY PIC 9(7) VALUE 0.
       01  WS-R-VALID PIC X VALUE 'Y'.
       01  WS-R-REPEAT PIC X VALUE 'N'.
       01  WS-R-RESULT PIC X(40).

       01  WS-RECEIPTS-READ PIC 9(7) VALUE 0.
       01  WS-RECEIPTS-APPLIED PIC 9(7) VALUE 0.
       01  WS-RECEIPTS-REPEAT PIC 9(7) VALUE 0.
       01  WS-RECEIPTS-REJECTED PIC 9(7) VALUE 0.
       01  WS-UNITS-RECEIVED PIC 9(9) VALUE 0.
       01  WS-AUDIT-REJ PIC 9(7) VALUE 0.
       01  WS-REORDER-ITEMS PIC 9(5) VALUE 0.
       01  WS-NEGATIVE-ITEMS PIC 9(5) VALUE 0.
       01  WS-SHORT-ITEMS PIC 9(5) VALUE 0.
       01  WS-SECTION-LINES PIC 9(5) VALUE 0.

      *>  Edited pictures used only on report, ledger and journal
      *>  lines.
       01  WS-ONHAND-EDIT PIC -(7)9.
       01  WS-ALLOC-EDIT PIC Z(6)9.
       01  WS-AVAIL-EDIT PIC -(7)9.
       01  WS-REORDER-EDIT PIC Z(6)9.
       01  WS-QTY-EDIT PIC Z(6)9.

      *>  Run-control and audit trail, shared with the nightly
      *>  programs - see the same comment block in CSVRECONCILE.
       01  WS-RUN-CONTROL-EOF PIC X VALUE 'N'.
       01  WS-BUSINESS-DATE PIC X(8).
       01  WS-RUN-ID PIC X(40).
       01  WS-START-TS PIC X(14).
       01  WS-END-TS PIC X(14).
       01  WS-CTL-KEY-TEXT PIC X(20).
       01  WS-CTL-VALUE-TEXT PIC X(20).

      *>  Nightly run-order guard.  The run stops (a) if this program
      *>  already has a completed run recorded for the business date,
      *>  or (b) if SHIPCONFIRM has not completed for the date - the
      *>  reorder report would count stock the warehouse has already
      *>  shipped.  FORCE-RERUN|Y in run_control.cfg overrides both
      *>  gates for a deliberate rerun; the journal keeps a rerun from
      *>  posting any receipt twice.
       01  WS-FORCE-RERUN PIC X VALUE 'N'.
       01  WS-GUARD-EOF PIC X VALUE 'N'.
       01  WS-SELF-RAN PIC X VALUE 'N'.
       01  WS-UPSTREAM-SHIP PIC X VALUE 'N'.
       01  WS-AUD-RUNID-TEXT PIC X(50).
       01  WS-AUD-PROG-TEXT PIC X(30).
       01  WS-AUD-DATE-TEXT PIC X(20).

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           PERFORM INIT-RUN-CONTROL
           PERFORM CHECK-RUN-ORDER
           PERFORM LOAD-ITEM-MASTER
           PERFORM LOAD-STOCK-LEDGER
           PERFORM OPEN-POSTED-RECEIPTS
           OPEN OUTPUT RECEIPT-REPORT-FILE
           PERFORM WRITE-RECEIPT-HEADER
           PERFORM PROCESS-RECEIPTS
           PERFORM WRITE-RECEIPT-TRAILER
           CLOSE RECEIPT-REPORT-FILE
           PERFORM WRITE-STOCK-LEDGER
           PERFORM RECORD-POSTED-RECEIPTS
           CLOSE MOVEMENT-FILE
           CLOSE POSTED-RECEIPT-FILE
           OPEN OUTPUT REORDER-REPORT-FILE
           PERFORM WRITE-REORDER-REPORT
           CLOSE REORDER-REPORT-FILE
           PERFORM WRITE-AUDIT-RECORD
           DISPLAY "Goods receipts applied: "
               FUNCTION TRIM(WS-RECEIPTS-APPLIED) " - items at or "
               "below reorder point: " FUNCTION TRIM(WS-REORDER-ITEMS)
               " - items below zero: " FUNCTION TRIM(WS-NEGATIVE-ITEMS)
           STOP RUN.

      *>  Reads the operator's business date and stamps this run's id
      *>  and start timestamp - see the run-control comment block in
      *>  WORKING-STORAGE.
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
           END-IF
           MOVE SPACES TO WS-RUN-ID
           STRING "STOCKPOST-", WS-BUSINESS-DATE, "-",
                  WS-START-TS(9:6)
               DELIMITED BY SIZE INTO WS-RUN-ID
           END-STRING
           DISPLAY "Run " FUNCTION TRIM(WS-RUN-ID)
               " - business date " WS-BUSINESS-DATE.

       PARSE-RUN-CONTROL-LINE.
           MOVE SPACES TO WS-CTL-KEY-TEXT WS-CTL-VALUE-TEXT
           UNSTRING RUN-CONTROL-RECORD DELIMITED BY "|"
               INTO WS-CTL-KEY-TEXT, WS-CTL-VALUE-TEXT
           END-UNSTRING
           IF FUNCTION TRIM(WS-CTL-KEY-TEXT) = "BUSINESS-DATE"
               IF WS-CTL-VALUE-TEXT(1:8) IS NUMERIC
                   MOVE WS-CTL-VALUE-TEXT(1:8) TO WS-BUSINESS-DATE
               ELSE
                   DISPLAY "WARNING: run_control.cfg BUSINESS-DATE is "
                       "not a YYYYMMDD date - business date defaulted "
                       "to " WS-BUSINESS-DATE "."
               END-IF
           END-IF
           IF FUNCTION TRIM(WS-CTL-KEY-TEXT) = "FORCE-RERUN" AND
              FUNCTION TRIM(WS-CTL-VALUE-TEXT) = "Y"
               MOVE 'Y' TO WS-FORCE-RERUN
           END-IF.

      *>  See the run-order guard comment block in WORKING-STORAGE.
      *>  A missing audit history is the same as no completed runs.
       CHECK-RUN-ORDER.
           MOVE 'N' TO WS-GUARD-EOF
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS = "00"
               PERFORM UNTIL WS-GUARD-EOF = 'Y'
                   READ AUDIT-FILE
                       AT END MOVE 'Y' TO WS-GUARD-EOF
                       NOT AT END PERFORM SCAN-AUDIT-LINE
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF
           IF WS-FORCE-RERUN = 'Y'
               DISPLAY "NOTE: FORCE-RERUN is set in run_control.cfg - "
                   "run-order and double-run checks are overridden "
                   "for this run."
           ELSE
               IF WS-SELF-RAN = 'Y'
                   DISPLAY "ERROR: STOCKPOST has already completed "
                       "for business date " WS-BUSINESS-DATE ".  Set "
                       "FORCE-RERUN|Y in run_control.cfg for a "
                       "deliberate rerun."
                   STOP RUN
               END-IF
               IF WS-UPSTREAM-SHIP = 'N'
                   DISPLAY "ERROR: SHIPCONFIRM has not completed for "
                       "business date " WS-BUSINESS-DATE " - the "
                       "night's shipments are not yet relieved from "
                       "stock.  Run it first, or set FORCE-RERUN|Y "
                       "in run_control.cfg to proceed anyway."
                   STOP RUN
               END-IF
           END-IF.

       SCAN-AUDIT-LINE.
           MOVE SPACES TO WS-AUD-RUNID-TEXT WS-AUD-PROG-TEXT
                          WS-AUD-DATE-TEXT
           UNSTRING AUDIT-RECORD DELIMITED BY "|"
               INTO WS-AUD-RUNID-TEXT, WS-AUD-PROG-TEXT,
                    WS-AUD-DATE-TEXT
           END-UNSTRING
           IF WS-AUD-DATE-TEXT(1:8) = WS-BUSINESS-DATE
               EVALUATE FUNCTION TRIM(WS-AUD-PROG-TEXT)
                   WHEN "STOCKPOST"
                       MOVE 'Y' TO WS-SELF-RAN
                   WHEN "SHIPCONFIRM"
                       MOVE 'Y' TO WS-UPSTREAM-SHIP
               END-EVALUATE
           END-IF.

      *>  One append-only line per run.  IN counts receipts read, OUT
      *>  the receipts posted, REJ the rest (repeats + rejects).
       WRITE-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-END-TS
           COMPUTE WS-AUDIT-REJ = WS-RECEIPTS-REPEAT
               + WS-RECEIPTS-REJECTED
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-FILE
               CLOSE AUDIT-FILE
               OPEN EXTEND AUDIT-FILE
           END-IF
           IF WS-AUDIT-STATUS = "00"
               MOVE SPACES TO AUDIT-RECORD
               STRING FUNCTION TRIM(WS-RUN-ID),
                      "|STOCKPOST|", WS-BUSINESS-DATE,
                      "|", WS-START-TS, "|", WS-END-TS,
                      "|", FUNCTION TRIM(WS-RECEIPTS-READ),
                      "|", FUNCTION TRIM(WS-RECEIPTS-APPLIED),
                      "|", FUNCTION TRIM(WS-AUDIT-REJ)
                   DELIMITED BY SIZE INTO AUDIT-RECORD
               END-STRING
               WRITE AUDIT-RECORD
               CLOSE AUDIT-FILE
           ELSE
               DISPLAY "WARNING: audit history unavailable (status "
                   WS-AUDIT-STATUS ") - this run was not recorded."
           END-IF.

      *>  --------------------------------------------------------
      *>  Loads
      *>  --------------------------------------------------------
      *>  Without an item master no receipt can be validated, so the
      *>  run stops rather than rejecting the whole dock's day.
       LOAD-ITEM-MASTER.
           MOVE 0 TO WS-ITEM-COUNT
           MOVE 'N' TO WS-MASTER-EOF
           OPEN INPUT ITEM-MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "ERROR: item master unavailable (status "
                   WS-MASTER-STATUS ") - goods receipts cannot be "
                   "validated.  Nothing was posted."
               STOP RUN
           END-IF
           PERFORM UNTIL WS-MASTER-EOF = 'Y'
               READ ITEM-MASTER-FILE
                   AT END MOVE 'Y' TO WS-MASTER-EOF
                   NOT AT END PERFORM STORE-ITEM-ROW
               END-READ
           END-PERFORM
           CLOSE ITEM-MASTER-FILE.

       STORE-ITEM-ROW.
           IF FUNCTION TRIM(ITEM-MASTER-RECORD) = SPACES
               CONTINUE
           ELSE
               MOVE SPACES TO WS-MAST-ITEM-TEXT WS-MAST-DATE-TEXT
                              WS-MAST-PRICE-TEXT WS-MAST-STATUS-TEXT
                              WS-MAST-REORDER-TEXT
               UNSTRING ITEM-MASTER-RECORD DELIMITED BY "|"
                   INTO WS-MAST-ITEM-TEXT, WS-MAST-DATE-TEXT,
                        WS-MAST-PRICE-TEXT, WS-MAST-STATUS-TEXT,
                        WS-MAST-REORDER-TEXT
               END-UNSTRING
               IF FUNCTION TRIM(WS-MAST-ITEM-TEXT) NOT = "TOLERANCE"
                   PERFORM FIND-ITEM-ENTRY
                   IF WS-ITEM-HIT > 0
                       PERFORM APPLY-ITEM-ROW
                   END-IF
               END-IF
           END-IF.

      *>  Finds WS-MAST-ITEM-TEXT in the item table, adding it when
      *>  it is new.  WS-ITEM-HIT 0 means the table is full.
       FIND-ITEM-ENTRY.
           MOVE 0 TO WS-ITEM-HIT
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                   UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
                      OR WS-ITEM-HIT > 0
               IF WS-ITEM-NAME(WS-ITEM-IDX) = WS-MAST-ITEM-TEXT
                   MOVE WS-ITEM-IDX TO WS-ITEM-HIT
               END-IF
           END-PERFORM
           IF WS-ITEM-HIT = 0
               IF WS-ITEM-COUNT < 500
                   ADD 1 TO WS-ITEM-COUNT
                   MOVE WS-MAST-ITEM-TEXT TO WS-ITEM-NAME(WS-ITEM-COUNT)
                   MOVE SPACES TO WS-ITEM-BEST-DATE(WS-ITEM-COUNT)
                   MOVE SPACE TO WS-ITEM-STATUS(WS-ITEM-COUNT)
                   MOVE 0 TO WS-ITEM-REORDER(WS-ITEM-COUNT)
                   MOVE WS-ITEM-COUNT TO WS-ITEM-HIT
               ELSE
                   IF WS-ITEM-FULL = 'N'
                       MOVE 'Y' TO WS-ITEM-FULL
                       DISPLAY "WARNING: item table is full (500 "
                           "items) - receipts for items past it are "
                           "rejected as not on the master."
                   END-IF
               END-IF
           END-IF.

      *>  The row effective latest on or before the business date
      *>  sets the item's status; the reorder point is the same on
      *>  every row, so any row with one will do.
       APPLY-ITEM-ROW.
           IF WS-MAST-DATE-TEXT(1:8) IS NUMERIC AND
              WS-MAST-DATE-TEXT(1:8) <= WS-BUSINESS-DATE AND
              WS-MAST-DATE-TEXT(1:8) >= WS-ITEM-BEST-DATE(WS-ITEM-HIT)
               MOVE WS-MAST-DATE-TEXT(1:8)
                   TO WS-ITEM-BEST-DATE(WS-ITEM-HIT)
               IF FUNCTION TRIM(WS-MAST-STATUS-TEXT) = "D"
                   MOVE 'D' TO WS-ITEM-STATUS(WS-ITEM-HIT)
               ELSE
                   MOVE 'A' TO WS-ITEM-STATUS(WS-ITEM-HIT)
               END-IF
           END-IF
           IF FUNCTION TRIM(WS-MAST-REORDER-TEXT) NOT = SPACES AND
              FUNCTION TEST-NUMVAL(
                  FUNCTION TRIM(WS-MAST-REORDER-TEXT)) = 0
               COMPUTE WS-MAST-REORDER =
                   FUNCTION NUMVAL(FUNCTION TRIM(WS-MAST-REORDER-TEXT))
                   ON SIZE ERROR MOVE 0 TO WS-MAST-REORDER
               END-COMPUTE
               IF WS-MAST-REORDER > WS-ITEM-REORDER(WS-ITEM-HIT)
                   MOVE WS-MAST-REORDER TO WS-ITEM-REORDER(WS-ITEM-HIT)
               END-IF
           END-IF.

      *>  A ledger that has never existed just starts empty - the
      *>  first receipt creates it.
       LOAD-STOCK-LEDGER.
           MOVE 0 TO WS-STOCK-COUNT
           MOVE 'N' TO WS-STOCK-EOF
           OPEN INPUT STOCK-FILE
           IF WS-STOCK-STATUS = "00"
               PERFORM UNTIL WS-STOCK-EOF = 'Y'
                   READ STOCK-FILE
                       AT END MOVE 'Y' TO WS-STOCK-EOF
                       NOT AT END PERFORM STORE-STOCK-ENTRY
                   END-READ
               END-PERFORM
               CLOSE STOCK-FILE
           END-IF
           IF WS-STOCK-FULL = 'Y'
               DISPLAY "ERROR: stock ledger has more items than the "
                   "table holds (500) - rewriting it would lose "
                   "items.  Nothing was posted."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-STOCK-BAD-LINES > 0
               DISPLAY "ERROR: stock ledger has "
                   FUNCTION TRIM(WS-STOCK-BAD-LINES)
                   " unusable line(s) - rewriting it would lose those "
                   "items.  Correct stock_on_hand.txt and rerun.  "
                   "Nothing was posted."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *>  A ledger line that has lost its item or on-hand figure is
      *>  named on the console and counted; LOAD-STOCK-LEDGER then
      *>  stops the run rather than rewrite the ledger without it.
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
                   ADD 1 TO WS-STOCK-BAD-LINES
                   DISPLAY "ERROR: stock_on_hand.txt line has no item "
                       "or an unusable quantity: "
                       FUNCTION TRIM(STOCK-RECORD)
               ELSE
                   IF WS-STOCK-COUNT >= 500
                       MOVE 'Y' TO WS-STOCK-FULL
                   ELSE
                       ADD 1 TO WS-STOCK-COUNT
                       MOVE WS-STK-ITEM-TEXT
                           TO WS-STOCK-ITEM(WS-STOCK-COUNT)
                       COMPUTE WS-STOCK-ON-HAND(WS-STOCK-COUNT) =
                           FUNCTION NUMVAL(
                               FUNCTION TRIM(WS-STK-ONHAND-TEXT))
                           ON SIZE ERROR
                               MOVE 0 TO WS-STOCK-ON-HAND(WS-STOCK-COUNT)
                       END-COMPUTE
                       MOVE 0 TO WS-STOCK-ALLOCATED(WS-STOCK-COUNT)
                       IF FUNCTION TEST-NUMVAL(
                              FUNCTION TRIM(WS-STK-ALLOC-TEXT)) = 0
                           COMPUTE WS-STOCK-ALLOCATED(WS-STOCK-COUNT) =
                               FUNCTION NUMVAL(
                                   FUNCTION TRIM(WS-STK-ALLOC-TEXT))
                               ON SIZE ERROR
                                   MOVE 0 TO
                                       WS-STOCK-ALLOCATED(WS-STOCK-COUNT)
                           END-COMPUTE
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *>  Opens the posted-receipts file for the repeat check and the
      *>  journal EXTEND for this run's postings.  Without either a
      *>  receipt could be posted twice or posted with no trace, so
      *>  the run stops before anything is read.
       OPEN-POSTED-RECEIPTS.
           OPEN I-O POSTED-RECEIPT-FILE
           IF WS-POSTED-STATUS = "35"
               OPEN OUTPUT POSTED-RECEIPT-FILE
               IF WS-POSTED-STATUS = "00"
                   PERFORM SEED-POSTED-RECEIPTS
                   CLOSE POSTED-RECEIPT-FILE
                   OPEN I-O POSTED-RECEIPT-FILE
               END-IF
           END-IF
           IF WS-POSTED-STATUS NOT = "00"
               DISPLAY "ERROR: posted-receipts file unavailable "
                   "(status " WS-POSTED-STATUS ") - receipts cannot "
                   "be posted without their repeat check.  Nothing "
                   "was posted."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND MOVEMENT-FILE
           IF WS-MOVEMENT-STATUS NOT = "00"
               OPEN OUTPUT MOVEMENT-FILE
               CLOSE MOVEMENT-FILE
               OPEN EXTEND MOVEMENT-FILE
           END-IF
           IF WS-MOVEMENT-STATUS = "00"
               MOVE 'Y' TO WS-MOVEMENT-OPEN
           ELSE
               DISPLAY "ERROR: stock movement journal unavailable "
                   "(status " WS-MOVEMENT-STATUS ") - receipts cannot "
                   "be posted with no record of them.  Nothing was "
                   "posted."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *>  First run on the posted-receipts file: every RECEIPT line
      *>  on the journal becomes a record, the first for a reference
      *>  kept.
       SEED-POSTED-RECEIPTS.
           MOVE 0 TO WS-SEEDED-COUNT
           MOVE 'N' TO WS-MOVEMENT-EOF
           OPEN INPUT MOVEMENT-FILE
           IF WS-MOVEMENT-STATUS = "00"
               PERFORM UNTIL WS-MOVEMENT-EOF = 'Y'
                   READ MOVEMENT-FILE
                       AT END MOVE 'Y' TO WS-MOVEMENT-EOF
                       NOT AT END PERFORM SEED-ONE-RECEIPT
                   END-READ
               END-PERFORM
               CLOSE MOVEMENT-FILE
           END-IF
           DISPLAY "NOTE: posted-receipts file created - "
               FUNCTION TRIM(WS-SEEDED-COUNT) " receipts carried over "
               "from the stock movement journal.".

       SEED-ONE-RECEIPT.
           MOVE SPACES TO WS-MOV-DATE-TEXT WS-MOV-ITEM-TEXT
                          WS-MOV-TYPE-TEXT WS-MOV-QTY-TEXT
                          WS-MOV-REF-TEXT
           UNSTRING MOVEMENT-RECORD DELIMITED BY "|"
               INTO WS-MOV-DATE-TEXT, WS-MOV-ITEM-TEXT,
                    WS-MOV-TYPE-TEXT, WS-MOV-QTY-TEXT,
                    WS-MOV-REF-TEXT
           END-UNSTRING
           IF FUNCTION TRIM(WS-MOV-TYPE-TEXT) = "RECEIPT" AND
              FUNCTION TRIM(WS-MOV-REF-TEXT) NOT = SPACES
               MOVE SPACES TO POSTED-RECEIPT-RECORD
               MOVE WS-MOV-REF-TEXT TO RCPT-REF
               MOVE WS-MOV-DATE-TEXT(1:8) TO RCPT-BUSINESS-DATE
               MOVE WS-MOV-ITEM-TEXT TO RCPT-ITEM
               MOVE 0 TO RCPT-QTY
               IF FUNCTION TEST-NUMVAL(
                      FUNCTION TRIM(WS-MOV-QTY-TEXT)) = 0
                   COMPUTE RCPT-QTY =
                       FUNCTION NUMVAL(FUNCTION TRIM(WS-MOV-QTY-TEXT))
                       ON SIZE ERROR MOVE 0 TO RCPT-QTY
                   END-COMPUTE
               END-IF
               WRITE POSTED-RECEIPT-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-SEEDED-COUNT
               END-WRITE
           END-IF.

      *>  --------------------------------------------------------
      *>  Goods receipts
      *>  --------------------------------------------------------
      *>  A missing feed just means nothing came in today - the
      *>  reorder report still runs.
       PROCESS-RECEIPTS.
           MOVE 'N' TO WS-RECEIPT-EOF
           OPEN INPUT RECEIPT-FILE
           IF WS-RECEIPT-STATUS NOT = "00"
               DISPLAY "No goods receipts found at "
                   "/mnt/efs/input/goods_receipts.txt."
               MOVE 'Y' TO WS-RECEIPT-EOF
           END-IF
           PERFORM UNTIL WS-RECEIPT-EOF = 'Y'
               READ RECEIPT-FILE
                   AT END MOVE 'Y' TO WS-RECEIPT-EOF
                   NOT AT END
                       IF FUNCTION TRIM(RECEIPT-RECORD) NOT = SPACES
                           ADD 1 TO WS-RECEIPTS-READ
                           PERFORM APPLY-ONE-RECEIPT
                       END-IF
               END-READ
           END-PERFORM
           IF WS-RECEIPT-STATUS = "10" OR WS-RECEIPT-STATUS = "00"
               CLOSE RECEIPT-FILE
           END-IF.

       APPLY-ONE-RECEIPT.
           MOVE SPACES TO WS-R-REF-TEXT WS-R-ITEM-TEXT WS-R-QTY-TEXT
                          WS-R-DATE-TEXT WS-R-RESULT
           UNSTRING RECEIPT-RECORD DELIMITED BY "|"
               INTO WS-R-REF-TEXT, WS-R-ITEM-TEXT, WS-R-QTY-TEXT,
                    WS-R-DATE-TEXT
           END-UNSTRING
           PERFORM VALIDATE-RECEIPT
           EVALUATE TRUE
               WHEN WS-R-VALID = 'N'
                   ADD 1 TO WS-RECEIPTS-REJECTED
               WHEN WS-R-REPEAT = 'Y'
                   ADD 1 TO WS-RECEIPTS-REPEAT
               WHEN OTHER
                   PERFORM POST-RECEIPT
           END-EVALUATE
           PERFORM WRITE-RECEIPT-LINE.

      *>  The first failing test names the rejection.  A receipt
      *>  dated after the business date has not happened yet as far
      *>  as the books are concerned.
       VALIDATE-RECEIPT.
           MOVE 'Y' TO WS-R-VALID
           MOVE 'N' TO WS-R-REPEAT
           MOVE 0 TO WS-R-QTY
           EVALUATE TRUE
               WHEN FUNCTION TRIM(WS-R-REF-TEXT) = SPACES
                   MOVE 'N' TO WS-R-VALID
                   MOVE "REJECTED - MISSING REFERENCE" TO WS-R-RESULT
               WHEN FUNCTION LENGTH(FUNCTION TRIM(WS-R-REF-TEXT)) > 30
                   MOVE 'N' TO WS-R-VALID
                   MOVE "REJECTED - REFERENCE TOO LONG" TO WS-R-RESULT
               WHEN FUNCTION TEST-NUMVAL(
                        FUNCTION TRIM(WS-R-QTY-TEXT)) NOT = 0
                   MOVE 'N' TO WS-R-VALID
                   MOVE "REJECTED - BAD QUANTITY" TO WS-R-RESULT
               WHEN WS-R-DATE-TEXT(1:8) IS NOT NUMERIC
                   MOVE 'N' TO WS-R-VALID
                   MOVE "REJECTED - BAD RECEIPT DATE" TO WS-R-RESULT
               WHEN WS-R-DATE-TEXT(1:8) > WS-BUSINESS-DATE
                   MOVE 'N' TO WS-R-VALID
                   MOVE "REJECTED - RECEIPT DATE IN FUTURE"
                       TO WS-R-RESULT
           END-EVALUATE
           IF WS-R-VALID = 'Y'
               IF FUNCTION NUMVAL(FUNCTION TRIM(WS-R-QTY-TEXT)) < 1 OR
                  FUNCTION NUMVAL(FUNCTION TRIM(WS-R-QTY-TEXT)) NOT =
                  FUNCTION INTEGER(
                      FUNCTION NUMVAL(FUNCTION TRIM(WS-R-QTY-TEXT)))
                   MOVE 'N' TO WS-R-VALID
                   MOVE "REJECTED - BAD QUANTITY" TO WS-R-RESULT
               ELSE
                   COMPUTE WS-R-QTY =
                       FUNCTION NUMVAL(FUNCTION TRIM(WS-R-QTY-TEXT))
                       ON SIZE ERROR
                           MOVE 'N' TO WS-R-VALID
                           MOVE "REJECTED - BAD QUANTITY"
                               TO WS-R-RESULT
                   END-COMPUTE
               END-IF
           END-IF
           IF WS-R-VALID = 'Y'
               MOVE 0 TO WS-ITEM-HIT
               PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                       UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
                          OR WS-ITEM-HIT > 0
                   IF WS-ITEM-NAME(WS-ITEM-IDX) = WS-R-ITEM-TEXT
                       MOVE WS-ITEM-IDX TO WS-ITEM-HIT
                   END-IF
               END-PERFORM
               IF WS-ITEM-HIT = 0
                   MOVE 'N' TO WS-R-VALID
                   MOVE "REJECTED - NOT ON ITEM MASTER" TO WS-R-RESULT
               END-IF
           END-IF
           IF WS-R-VALID = 'Y'
               MOVE WS-R-REF-TEXT TO RCPT-REF
               READ POSTED-RECEIPT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-R-REPEAT
               END-READ
               PERFORM VARYING WS-PENDING-IDX FROM 1 BY 1
                       UNTIL WS-PENDING-IDX > WS-PENDING-COUNT
                          OR WS-R-REPEAT = 'Y'
                   IF WS-PEND-REF(WS-PENDING-IDX) = WS-R-REF-TEXT
                       MOVE 'Y' TO WS-R-REPEAT
                   END-IF
               END-PERFORM
               IF WS-R-REPEAT = 'Y'
                   MOVE "REPEAT - ALREADY POSTED" TO WS-R-RESULT
               END-IF
           END-IF.

      *>  Adds the quantity to the item's ledger line (creating it at
      *>  zero for an item never stocked before) and holds the receipt
      *>  in the pending table, to be journalled once the ledger is
      *>  written.
       POST-RECEIPT.
           IF WS-PENDING-COUNT >= 5000
               DISPLAY "ERROR: more than 5000 receipts to post in one "
                   "feed - split goods_receipts.txt and rerun.  "
                   "Nothing was posted."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-R-ITEM-TEXT TO WS-STK-ITEM-TEXT
           PERFORM FIND-STOCK-ENTRY
           IF WS-STOCK-HIT = 0
               ADD 1 TO WS-RECEIPTS-REJECTED
               MOVE "REJECTED - STOCK TABLE FULL" TO WS-R-RESULT
           ELSE
               ADD WS-R-QTY TO WS-STOCK-ON-HAND(WS-STOCK-HIT)
                   ON SIZE ERROR
                       DISPLAY "WARNING: on-hand for "
                           FUNCTION TRIM(WS-R-ITEM-TEXT)
                           " does not fit - receipt "
                           FUNCTION TRIM(WS-R-REF-TEXT)
                           " not posted."
                       MOVE 'N' TO WS-R-VALID
               END-ADD
               IF WS-R-VALID = 'N'
                   ADD 1 TO WS-RECEIPTS-REJECTED
                   MOVE "REJECTED - QUANTITY DOES NOT FIT"
                       TO WS-R-RESULT
               ELSE
                   ADD 1 TO WS-RECEIPTS-APPLIED
                   ADD WS-R-QTY TO WS-UNITS-RECEIVED
                   MOVE "POSTED" TO WS-R-RESULT
                   ADD 1 TO WS-PENDING-COUNT
                   MOVE WS-R-REF-TEXT TO WS-PEND-REF(WS-PENDING-COUNT)
                   MOVE WS-R-ITEM-TEXT TO WS-PEND-ITEM(WS-PENDING-COUNT)
                   MOVE WS-R-QTY TO WS-PEND-QTY(WS-PENDING-COUNT)
                   MOVE WS-STOCK-ON-HAND(WS-STOCK-HIT)
                       TO WS-PEND-ONHAND(WS-PENDING-COUNT)
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
           IF WS-STOCK-HIT = 0 AND WS-STOCK-COUNT < 500
               ADD 1 TO WS-STOCK-COUNT
               MOVE WS-STK-ITEM-TEXT TO WS-STOCK-ITEM(WS-STOCK-COUNT)
               MOVE 0 TO WS-STOCK-ON-HAND(WS-STOCK-COUNT)
               MOVE 0 TO WS-STOCK-ALLOCATED(WS-STOCK-COUNT)
               MOVE WS-STOCK-COUNT TO WS-STOCK-HIT
           END-IF.

      *>  Rewritten whole, the item-master treatment.  Every write is
      *>  checked; a failure stops the run before any receipt is
      *>  journalled - see the movement journal comment block in
      *>  WORKING-STORAGE.
       WRITE-STOCK-LEDGER.
           OPEN OUTPUT STOCK-FILE
           IF WS-STOCK-STATUS NOT = "00"
               DISPLAY "ERROR: stock ledger could not be rewritten "
                   "(status " WS-STOCK-STATUS ") - no receipt was "
                   "recorded as posted; rerun once the ledger is "
                   "writable."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-STOCK-IDX FROM 1 BY 1
                   UNTIL WS-STOCK-IDX > WS-STOCK-COUNT
               MOVE WS-STOCK-ON-HAND(WS-STOCK-IDX) TO WS-ONHAND-EDIT
               MOVE WS-STOCK-ALLOCATED(WS-STOCK-IDX) TO WS-ALLOC-EDIT
               MOVE SPACES TO STOCK-RECORD
               STRING FUNCTION TRIM(WS-STOCK-ITEM(WS-STOCK-IDX)),
                      "|", FUNCTION TRIM(WS-ONHAND-EDIT),
                      "|", FUNCTION TRIM(WS-ALLOC-EDIT)
                   DELIMITED BY SIZE INTO STOCK-RECORD
               END-STRING
               WRITE STOCK-RECORD
               IF WS-STOCK-STATUS NOT = "00"
                   DISPLAY "ERROR: stock ledger write failed (status "
                       WS-STOCK-STATUS ") at item "
                       FUNCTION TRIM(WS-STOCK-ITEM(WS-STOCK-IDX))
                       " - the ledger is incomplete and no receipt "
                       "was recorded as posted.  Restore "
                       "stock_on_hand.txt and rerun."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-PERFORM
           CLOSE STOCK-FILE.

      *>  The ledger now holds the day's receipts, so each is
      *>  journalled and put on the posted-receipts file.  A refused
      *>  write here leaves a receipt on the ledger that a resend
      *>  would post again, so it is named and the run ends non-zero.
       RECORD-POSTED-RECEIPTS.
           MOVE 0 TO WS-RECORD-FAILURES
           PERFORM VARYING WS-PENDING-IDX FROM 1 BY 1
                   UNTIL WS-PENDING-IDX > WS-PENDING-COUNT
               PERFORM RECORD-ONE-RECEIPT
           END-PERFORM
           IF WS-RECORD-FAILURES > 0
               DISPLAY "ERROR: " FUNCTION TRIM(WS-RECORD-FAILURES)
                   " posted receipts could not be fully recorded - "
                   "they are on the stock ledger, but a resend "
                   "would post them again."
               MOVE 16 TO RETURN-CODE
           END-IF.

       RECORD-ONE-RECEIPT.
           MOVE WS-PEND-QTY(WS-PENDING-IDX) TO WS-QTY-EDIT
           MOVE WS-PEND-ONHAND(WS-PENDING-IDX) TO WS-ONHAND-EDIT
           MOVE SPACES TO MOVEMENT-RECORD
           STRING WS-BUSINESS-DATE,
                  "|", FUNCTION TRIM(WS-PEND-ITEM(WS-PENDING-IDX)),
                  "|RECEIPT|", FUNCTION TRIM(WS-QTY-EDIT),
                  "|", FUNCTION TRIM(WS-PEND-REF(WS-PENDING-IDX)),
                  "|", FUNCTION TRIM(WS-ONHAND-EDIT)
               DELIMITED BY SIZE INTO MOVEMENT-RECORD
           END-STRING
           WRITE MOVEMENT-RECORD
           IF WS-MOVEMENT-STATUS NOT = "00"
               ADD 1 TO WS-RECORD-FAILURES
               DISPLAY "ERROR: movement journal refused receipt "
                   FUNCTION TRIM(WS-PEND-REF(WS-PENDING-IDX))
                   " (status " WS-MOVEMENT-STATUS ")."
           END-IF
           MOVE SPACES TO POSTED-RECEIPT-RECORD
           MOVE WS-PEND-REF(WS-PENDING-IDX) TO RCPT-REF
           MOVE WS-BUSINESS-DATE TO RCPT-BUSINESS-DATE
           MOVE WS-PEND-ITEM(WS-PENDING-IDX) TO RCPT-ITEM
           MOVE WS-PEND-QTY(WS-PENDING-IDX) TO RCPT-QTY
           WRITE POSTED-RECEIPT-RECORD
               INVALID KEY
                   ADD 1 TO WS-RECORD-FAILURES
                   DISPLAY "ERROR: posted-receipts file refused "
                       "receipt "
                       FUNCTION TRIM(WS-PEND-REF(WS-PENDING-IDX))
                       " (status " WS-POSTED-STATUS ")."
           END-WRITE.

       WRITE-RECEIPT-HEADER.
           MOVE SPACES TO RECEIPT-REPORT-RECORD
           STRING "Goods Receipt Report - business date ",
                  WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO RECEIPT-REPORT-RECORD
           END-STRING
           WRITE RECEIPT-REPORT-RECORD
           MOVE SPACES TO RECEIPT-REPORT-RECORD
           WRITE RECEIPT-REPORT-RECORD.

       WRITE-RECEIPT-LINE.
           MOVE SPACES TO RECEIPT-REPORT-RECORD
           STRING FUNCTION TRIM(WS-R-RESULT), ": ",
                  FUNCTION TRIM(RECEIPT-RECORD)
               DELIMITED BY SIZE INTO RECEIPT-REPORT-RECORD
           END-STRING
           WRITE RECEIPT-REPORT-RECORD.

       WRITE-RECEIPT-TRAILER.
           MOVE SPACES TO RECEIPT-REPORT-RECORD
           WRITE RECEIPT-REPORT-RECORD

           MOVE SPACES TO RECEIPT-REPORT-RECORD
           STRING "Receipts read: ", FUNCTION TRIM(WS-RECEIPTS-READ),
                  "  Applied: ", FUNCTION TRIM(WS-RECEIPTS-APPLIED),
                  "  Units received: ",
                  FUNCTION TRIM(WS-UNITS-RECEIVED),
                  "  Repeats: ", FUNCTION TRIM(WS-RECEIPTS-REPEAT),
                  "  Rejected: ", FUNCTION TRIM(WS-RECEIPTS-REJECTED)
               DELIMITED BY SIZE INTO RECEIPT-REPORT-RECORD
           END-STRING
           WRITE RECEIPT-REPORT-RECORD.

      *>  --------------------------------------------------------
      *>  Reorder report
      *>  --------------------------------------------------------
      *>  Available is on hand less the units open orders already
      *>  hold (SHIPCONFIRM's ALLOCATED) - what the next order can
      *>  actually draw on.  An active item whose available stock is
      *>  at or below its reorder point is listed for purchasing; an
      *>  item with more open orders than stock is short whether or
      *>  not it has a reorder point; and any item the ledger has
      *>  below zero on hand is listed on its own so it cannot pass
      *>  quietly.
       WRITE-REORDER-REPORT.
           MOVE SPACES TO REORDER-REPORT-RECORD
           STRING "Reorder Report - business date ", WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO REORDER-REPORT-RECORD
           END-STRING
           WRITE REORDER-REPORT-RECORD
           MOVE SPACES TO REORDER-REPORT-RECORD
           WRITE REORDER-REPORT-RECORD

           MOVE SPACES TO REORDER-REPORT-RECORD
           STRING "Items at or below their reorder point:"
               DELIMITED BY SIZE INTO REORDER-REPORT-RECORD
           END-STRING
           WRITE REORDER-REPORT-RECORD
           MOVE 0 TO WS-SECTION-LINES
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                   UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
               IF WS-ITEM-STATUS(WS-ITEM-IDX) = 'A' AND
                  WS-ITEM-REORDER(WS-ITEM-IDX) > 0
                   MOVE WS-ITEM-NAME(WS-ITEM-IDX) TO WS-STK-ITEM-TEXT
                   PERFORM FIND-STOCK-FIGURES
                   IF WS-STOCK-AVAILABLE <= WS-ITEM-REORDER(WS-ITEM-IDX)
                       ADD 1 TO WS-REORDER-ITEMS
                       ADD 1 TO WS-SECTION-LINES
                       MOVE WS-ITEM-IDX TO WS-ITEM-HIT
                       PERFORM WRITE-STOCK-FIGURES-LINE
                   END-IF
               END-IF
           END-PERFORM
           PERFORM WRITE-NONE-IF-EMPTY

           MOVE SPACES TO REORDER-REPORT-RECORD
           WRITE REORDER-REPORT-RECORD
           MOVE SPACES TO REORDER-REPORT-RECORD
           STRING "Items short of their open orders:"
               DELIMITED BY SIZE INTO REORDER-REPORT-RECORD
           END-STRING
           WRITE REORDER-REPORT-RECORD
           MOVE 0 TO WS-SECTION-LINES
           PERFORM VARYING WS-STOCK-IDX FROM 1 BY 1
                   UNTIL WS-STOCK-IDX > WS-STOCK-COUNT
               COMPUTE WS-STOCK-AVAILABLE =
                   WS-STOCK-ON-HAND(WS-STOCK-IDX)
                   - WS-STOCK-ALLOCATED(WS-STOCK-IDX)
               IF WS-STOCK-AVAILABLE < 0
                   ADD 1 TO WS-SHORT-ITEMS
                   ADD 1 TO WS-SECTION-LINES
                   MOVE WS-STOCK-IDX TO WS-STOCK-HIT
                   MOVE WS-STOCK-ITEM(WS-STOCK-IDX) TO WS-STK-ITEM-TEXT
                   MOVE 0 TO WS-ITEM-HIT
                   PERFORM WRITE-STOCK-FIGURES-LINE
               END-IF
           END-PERFORM
           PERFORM WRITE-NONE-IF-EMPTY

           MOVE SPACES TO REORDER-REPORT-RECORD
           WRITE REORDER-REPORT-RECORD
           MOVE SPACES TO REORDER-REPORT-RECORD
           STRING "NEGATIVE STOCK - on hand below zero:"
               DELIMITED BY SIZE INTO REORDER-REPORT-RECORD
           END-STRING
           WRITE REORDER-REPORT-RECORD
           MOVE 0 TO WS-SECTION-LINES
           PERFORM VARYING WS-STOCK-IDX FROM 1 BY 1
                   UNTIL WS-STOCK-IDX > WS-STOCK-COUNT
               IF WS-STOCK-ON-HAND(WS-STOCK-IDX) < 0
                   ADD 1 TO WS-NEGATIVE-ITEMS
                   ADD 1 TO WS-SECTION-LINES
                   MOVE WS-STOCK-ON-HAND(WS-STOCK-IDX) TO WS-ONHAND-EDIT
                   MOVE SPACES TO REORDER-REPORT-RECORD
                   STRING "  ", FUNCTION TRIM(WS-STOCK-ITEM(WS-STOCK-IDX)),
                          " - On hand ", FUNCTION TRIM(WS-ONHAND-EDIT),
                          " - shipped past zero or received short; "
                          "count the item and correct the ledger"
                       DELIMITED BY SIZE INTO REORDER-REPORT-RECORD
                   END-STRING
                   WRITE REORDER-REPORT-RECORD
               END-IF
           END-PERFORM
           PERFORM WRITE-NONE-IF-EMPTY

           MOVE SPACES TO REORDER-REPORT-RECORD
           WRITE REORDER-REPORT-RECORD
           MOVE SPACES TO REORDER-REPORT-RECORD
           STRING "Items on master: ", FUNCTION TRIM(WS-ITEM-COUNT),
                  "  At or below reorder point: ",
                  FUNCTION TRIM(WS-REORDER-ITEMS),
                  "  Short of open orders: ",
                  FUNCTION TRIM(WS-SHORT-ITEMS),
                  "  Below zero: ", FUNCTION TRIM(WS-NEGATIVE-ITEMS)
               DELIMITED BY SIZE INTO REORDER-REPORT-RECORD
           END-STRING
           WRITE REORDER-REPORT-RECORD.

      *>  Looks WS-STK-ITEM-TEXT up on the ledger without adding it;
      *>  an item never stocked has nothing on hand or allocated.
       FIND-STOCK-FIGURES.
           MOVE 0 TO WS-STOCK-HIT
           MOVE 0 TO WS-STOCK-AVAILABLE
           PERFORM VARYING WS-STOCK-IDX FROM 1 BY 1
                   UNTIL WS-STOCK-IDX > WS-STOCK-COUNT
                      OR WS-STOCK-HIT > 0
               IF WS-STOCK-ITEM(WS-STOCK-IDX) = WS-STK-ITEM-TEXT
                   MOVE WS-STOCK-IDX TO WS-STOCK-HIT
               END-IF
           END-PERFORM
           IF WS-STOCK-HIT > 0
               COMPUTE WS-STOCK-AVAILABLE =
                   WS-STOCK-ON-HAND(WS-STOCK-HIT)
                   - WS-STOCK-ALLOCATED(WS-STOCK-HIT)
           END-IF.

      *>  One item's figures; WS-STOCK-HIT 0 prints them as zero,
      *>  and the reorder point is shown only when WS-ITEM-HIT names
      *>  the item's master entry.
       WRITE-STOCK-FIGURES-LINE.
           MOVE 0 TO WS-ONHAND-EDIT WS-ALLOC-EDIT
           IF WS-STOCK-HIT > 0
               MOVE WS-STOCK-ON-HAND(WS-STOCK-HIT) TO WS-ONHAND-EDIT
               MOVE WS-STOCK-ALLOCATED(WS-STOCK-HIT) TO WS-ALLOC-EDIT
           END-IF
           MOVE WS-STOCK-AVAILABLE TO WS-AVAIL-EDIT
           MOVE SPACES TO REORDER-REPORT-RECORD
           IF WS-ITEM-HIT = 0
               STRING "  ", FUNCTION TRIM(WS-STK-ITEM-TEXT),
                      " - On hand ", FUNCTION TRIM(WS-ONHAND-EDIT),
                      "  Allocated ", FUNCTION TRIM(WS-ALLOC-EDIT),
                      "  Available ", FUNCTION TRIM(WS-AVAIL-EDIT)
                   DELIMITED BY SIZE INTO REORDER-REPORT-RECORD
               END-STRING
           ELSE
               MOVE WS-ITEM-REORDER(WS-ITEM-HIT) TO WS-REORDER-EDIT
               STRING "  ", FUNCTION TRIM(WS-STK-ITEM-TEXT),
                      " - On hand ", FUNCTION TRIM(WS-ONHAND-EDIT),
                      "  Allocated ", FUNCTION TRIM(WS-ALLOC-EDIT),
                      "  Available ", FUNCTION TRIM(WS-AVAIL-EDIT),
                      "  Reorder point ", FUNCTION TRIM(WS-REORDER-EDIT)
                   DELIMITED BY SIZE INTO REORDER-REPORT-RECORD
               END-STRING
           END-IF
           WRITE REORDER-REPORT-RECORD.

       WRITE-NONE-IF-EMPTY.
           IF WS-SECTION-LINES = 0
               MOVE SPACES TO REORDER-REPORT-RECORD
               STRING "  (none)"
                   DELIMITED BY SIZE INTO REORDER-REPORT-RECORD
               END-STRING
               WRITE REORDER-REPORT-RECORD
           END-IF.
