       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALESHIST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDERS-FILE
               ASSIGN TO "/mnt/efs/output/transformed_orders.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDERS-STATUS.
           SELECT HISTORY-FILE
               ASSIGN TO "/mnt/efs/data/sales_history.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SHIST-KEY
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT JOURNAL-FILE
               ASSIGN TO "/mnt/efs/data/sales_history_journal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT SALES-WORK-FILE
               ASSIGN TO "/output/sales_history_work.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SALES-SORTED-FILE
               ASSIGN TO "/output/sales_history_sorted.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT POSTING-REPORT-FILE
               ASSIGN TO "/mnt/efs/output/sales_history_posting.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK ASSIGN TO "SORTWORK".
           SELECT RUN-CONTROL-FILE ASSIGN TO "/output/run_control.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-CONTROL-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "/output/run_audit_history.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *>  Sized to match TransformCSV's OutputRecord (PIC X(350)) -
      *>  see the same FD note in CSVRECONCILE.
       FD  ORDERS-FILE.
       01  ORDERS-RECORD PIC X(350).

       FD  HISTORY-FILE.
       01  HISTORY-RECORD.
           COPY SALEHIST.

       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD PIC X(200).

      *>  One 62-byte work image per accepted order, sorted by item
      *>  so the item buckets can be posted on a control break - the
      *>  CUSTSTATEMENT work-file-and-sort shape, so the night's
      *>  volume is bounded by disk, not a table.
       FD  SALES-WORK-FILE.
       01  SALES-WORK-RECORD PIC X(62).

       FD  SALES-SORTED-FILE.
       01  SALES-SORTED-RECORD PIC X(62).

       FD  POSTING-REPORT-FILE.
       01  POSTING-REPORT-RECORD PIC X(200).

       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-RECORD PIC X(80).

       FD  AUDIT-FILE.
       01  AUDIT-RECORD PIC X(200).

       SD  SORT-WORK.
       01  SORT-REC.
           05  SORT-ITEM        PIC X(50).
           05  SORT-CREDIT-FLAG PIC X.
           05  SORT-AMOUNT      PIC 9(9)V99.

       WORKING-STORAGE SECTION.
       01  WS-ORDERS-STATUS PIC XX.
       01  WS-HISTORY-STATUS PIC XX.
       01  WS-JOURNAL-STATUS PIC XX.
       01  WS-RUN-CONTROL-STATUS PIC XX.
       01  WS-ORDERS-EOF PIC X VALUE 'N'.
       01  WS-SORTED-EOF PIC X VALUE 'N'.
       01  WS-JOURNAL-EOF PIC X VALUE 'N'.
       01  WS-RUN-CONTROL-EOF PIC X VALUE 'N'.

      *>  The business date decides the month bucket every order of
      *>  the night is posted into, and stamps this run's id.
       01  WS-BUSINESS-DATE PIC X(8).
       01  WS-CTL-KEY-TEXT PIC X(20).
       01  WS-CTL-VALUE-TEXT PIC X(20).

      *>  Audit trail, shared with the nightly programs - each run
      *>  appends one line to the append-only history
      *>  (RUNID|PROGRAM|BUSDATE|START|END|IN|OUT|REJ) that the
      *>  RUNAUDITRPT program reads for day-over-day trending.
       01  WS-AUDIT-STATUS PIC XX.
       01  WS-RUN-ID PIC X(40).
       01  WS-START-TS PIC X(14).
       01  WS-END-TS PIC X(14).

      *>  Nightly run-order guard.  The audit history doubles as the
      *>  schedule ledger: at startup it is scanned for the current
      *>  business date, and the run stops (a) if this program already
      *>  has a completed run recorded for the date, or (b) if
      *>  TRANSFORMCSV has not completed for the date, which would
      *>  post a half-fed or stale orders file into the history.  The
      *>  operator overrides both gates for a deliberate rerun by
      *>  adding FORCE-RERUN|Y to run_control.cfg; it is never the
      *>  default, and it is read fresh each run so it cannot be left
      *>  on by accident.
       01  WS-FORCE-RERUN PIC X VALUE 'N'.
       01  WS-GUARD-EOF PIC X VALUE 'N'.
       01  WS-SELF-RAN PIC X VALUE 'N'.
       01  WS-UPSTREAM-TRANSFORM PIC X VALUE 'N'.
       01  WS-AUD-RUNID-TEXT PIC X(50).
       01  WS-AUD-PROG-TEXT PIC X(30).
       01  WS-AUD-DATE-TEXT PIC X(20).

      *>  Rerun protection.  Every bucket change a run makes is also
      *>  appended to the sales history journal
      *>  (/mnt/efs/data/sales_history_journal.txt):
      *>      BUSDATE|RUNID|TYPE|CODE|ORDERS|GROSS|RETURN-COUNT|RETURNS
      *>  and each run first writes a marker line of TYPE X carrying
      *>  no figures.  Before posting, the journal is scanned for the
      *>  last run recorded against this business date; if there is
      *>  one, its lines are subtracted back out of the buckets, so a
      *>  forced rerun (say after TRANSFORMCSV was rerun with a
      *>  corrected feed) replaces the date's contribution instead of
      *>  adding to it.  The marker makes a rerun that accepted no
      *>  orders the latest run for the date, so a third run cannot
      *>  reverse the same figures twice.  The journal is never
      *>  rewritten; the buckets always hold the latest run per date.
       01  WS-JNL-DATE-TEXT PIC X(10).
       01  WS-JNL-RUNID-TEXT PIC X(40).
       01  WS-JNL-TYPE-TEXT PIC X(5).
       01  WS-JNL-CODE-TEXT PIC X(50).
       01  WS-JNL-ORDERS-TEXT PIC X(15).
       01  WS-JNL-GROSS-TEXT PIC X(20).
       01  WS-JNL-RET-COUNT-TEXT PIC X(15).
       01  WS-JNL-RETURNS-TEXT PIC X(20).
       01  WS-PRIOR-RUN-ID PIC X(40) VALUE SPACES.
       01  WS-JOURNAL-OPEN PIC X VALUE 'N'.
       01  WS-BUCKETS-REVERSED PIC 9(7) VALUE 0.
       01  WS-REVERSAL-MISSING PIC 9(7) VALUE 0.

      *>  Order line split out of TransformCSV's
      *>  "Order: <id> | <name> | <addr> | <item> | <amount> |
      *>  Frequency: <tier> | ..." format.  The tier is the CUST-TIER
      *>  the order was accepted under, so a later change of band on
      *>  the master does not restate history.  A tier that cannot be
      *>  read is posted under UNKNOWN rather than dropped, so the
      *>  tier buckets always add up to the item buckets.
       01  WS-ORDER-PART1 PIC X(50).
       01  WS-ORDER-PART2 PIC X(50).
       01  WS-ORDER-PART3 PIC X(50).
       01  WS-ORDER-PART4 PIC X(50).
       01  WS-ORDER-PART5 PIC X(50).
       01  WS-ORDER-PART6 PIC X(50).
       01  WS-SIGNED-AMOUNT PIC S9(9)V99 VALUE 0.

       01  SALES-WORK-REC.
           05  SWK-ITEM        PIC X(50).
           05  SWK-CREDIT-FLAG PIC X.
           05  SWK-AMOUNT      PIC 9(9)V99.

      *>  Per-tier totals for the night - CUST-TIER is two digits, so
      *>  rows 1-100 are bands 00-99 and row 101 is UNKNOWN.
       01  WS-TIER-TAB.
           05  WS-TIER-ENTRY OCCURS 101 TIMES.
               10  WS-T-ORDERS     PIC 9(7).
               10  WS-T-GROSS      PIC S9(11)V99.
               10  WS-T-RET-COUNT  PIC 9(7).
               10  WS-T-RETURNS    PIC S9(11)V99.
       01  WS-TIER-IDX PIC 9(3) VALUE 0.
       01  WS-TIER-NUM PIC 9(2) VALUE 0.

      *>  The bucket being posted or reversed.
       01  WS-B-TYPE PIC X.
       01  WS-B-CODE PIC X(50).
       01  WS-B-ORDERS PIC S9(7) VALUE 0.
       01  WS-B-GROSS PIC S9(11)V99 VALUE 0.
       01  WS-B-RET-COUNT PIC S9(7) VALUE 0.
       01  WS-B-RETURNS PIC S9(11)V99 VALUE 0.
       01  WS-BUCKET-NEW PIC X VALUE 'N'.
       01  WS-BUCKET-SAVED PIC X VALUE 'Y'.

      *>  Control-break state for the item buckets.
       01  WS-CURR-ITEM PIC X(50).
       01  WS-FIRST-ITEM PIC X VALUE 'Y'.

       01  WS-ORDERS-READ PIC 9(7) VALUE 0.
       01  WS-ORDERS-BAD PIC 9(7) VALUE 0.
       01  WS-SALES-POSTED PIC 9(7) VALUE 0.
       01  WS-CREDITS-POSTED PIC 9(7) VALUE 0.
       01  WS-ITEM-BUCKETS PIC 9(7) VALUE 0.
       01  WS-TIER-BUCKETS PIC 9(7) VALUE 0.
       01  WS-BUCKETS-REFUSED PIC 9(7) VALUE 0.
       01  WS-TOTAL-GROSS PIC S9(13)V99 VALUE 0.
       01  WS-TOTAL-RETURNS PIC S9(13)V99 VALUE 0.
       01  WS-TOTAL-NET PIC S9(13)V99 VALUE 0.
       01  WS-TOTAL-OUT PIC 9(7) VALUE 0.

      *>  Edited pictures used only on report and journal lines -
      *>  FUNCTION TRIM on the raw V99 fields prints the assumed
      *>  decimal point as a digit instead of a period.
       01  WS-AMOUNT-EDIT PIC -(12)9.99.
       01  WS-AMOUNT-EDIT-2 PIC -(12)9.99.
       01  WS-AMOUNT-EDIT-3 PIC -(12)9.99.
       01  WS-COUNT-EDIT PIC -(6)9.
       01  WS-COUNT-EDIT-2 PIC -(6)9.
       01  WS-TIER-LABEL PIC X(10).

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           PERFORM INIT-RUN-CONTROL
           PERFORM CHECK-RUN-ORDER
           PERFORM OPEN-HISTORY
           PERFORM FIND-PRIOR-RUN
           PERFORM OPEN-JOURNAL
           IF WS-PRIOR-RUN-ID NOT = SPACES
               PERFORM REVERSE-PRIOR-RUN
           END-IF
           PERFORM WRITE-RUN-MARKER
           PERFORM COLLECT-ORDER-LINES
           SORT SORT-WORK ON ASCENDING KEY SORT-ITEM
               USING SALES-WORK-FILE GIVING SALES-SORTED-FILE
           PERFORM POST-ITEM-BUCKETS
           PERFORM POST-TIER-BUCKETS
           CLOSE JOURNAL-FILE
           CLOSE HISTORY-FILE
           PERFORM WRITE-POSTING-REPORT
           PERFORM WRITE-AUDIT-RECORD
           DISPLAY "Sales history posted: " WS-SALES-POSTED
               " orders, " WS-CREDITS-POSTED " credit memos, "
               WS-ORDERS-BAD " unusable lines."
           STOP RUN.

      *>  The business date is the month the night's orders are
      *>  posted to.  A missing control file falls back to the system
      *>  date with a warning, the same treatment the nightly
      *>  programs give it.
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
           STRING "SALESHIST-", WS-BUSINESS-DATE, "-",
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
                   DISPLAY "ERROR: SALESHIST has already completed for "
                       "business date " WS-BUSINESS-DATE " - the "
                       "day's orders are already in the sales "
                       "history.  Set FORCE-RERUN|Y in run_control.cfg "
                       "for a deliberate rerun."
                   STOP RUN
               END-IF
               IF WS-UPSTREAM-TRANSFORM = 'N'
                   DISPLAY "ERROR: TRANSFORMCSV has not completed for "
                       "business date " WS-BUSINESS-DATE " - the "
                       "history would be fed from a half-fed or stale "
                       "orders file.  Run it first, or set "
                       "FORCE-RERUN|Y in run_control.cfg to proceed "
                       "anyway."
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
                   WHEN "SALESHIST"
                       MOVE 'Y' TO WS-SELF-RAN
                   WHEN "TRANSFORMCSV"
                       MOVE 'Y' TO WS-UPSTREAM-TRANSFORM
               END-EVALUATE
           END-IF.

      *>  One append-only line per run.  IN counts the order lines
      *>  read, OUT the orders and credit memos posted, REJ the
      *>  unusable lines.
       WRITE-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-END-TS
           COMPUTE WS-TOTAL-OUT = WS-SALES-POSTED + WS-CREDITS-POSTED
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-FILE
               CLOSE AUDIT-FILE
               OPEN EXTEND AUDIT-FILE
           END-IF
           IF WS-AUDIT-STATUS = "00"
               MOVE SPACES TO AUDIT-RECORD
               STRING FUNCTION TRIM(WS-RUN-ID),
                      "|SALESHIST|", WS-BUSINESS-DATE,
                      "|", WS-START-TS, "|", WS-END-TS,
                      "|", FUNCTION TRIM(WS-ORDERS-READ),
                      "|", FUNCTION TRIM(WS-TOTAL-OUT),
                      "|", FUNCTION TRIM(WS-ORDERS-BAD)
                   DELIMITED BY SIZE INTO AUDIT-RECORD
               END-STRING
               WRITE AUDIT-RECORD
               CLOSE AUDIT-FILE
           ELSE
               DISPLAY "WARNING: audit history unavailable (status "
                   WS-AUDIT-STATUS ") - this run was not recorded."
           END-IF.

      *>  A history that has never existed (status 35) is created
      *>  empty and reopened - the first night's orders fill it, the
      *>  ARPOSTING treatment of the balance ledger.  A history that
      *>  cannot be opened at all stops the run before anything is
      *>  posted.
       OPEN-HISTORY.
           OPEN I-O HISTORY-FILE
           IF WS-HISTORY-STATUS = "35"
               OPEN OUTPUT HISTORY-FILE
               CLOSE HISTORY-FILE
               OPEN I-O HISTORY-FILE
           END-IF
           IF WS-HISTORY-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open sales history, file status "
                   WS-HISTORY-STATUS
               STOP RUN
           END-IF.

      *>  --------------------------------------------------------
      *>  Rerun protection - see the journal comment block above
      *>  --------------------------------------------------------
      *>  The journal is appended in run order, so the last run id
      *>  seen against the business date is the one the buckets now
      *>  hold.  A missing journal means nothing has been posted yet.
       FIND-PRIOR-RUN.
           MOVE SPACES TO WS-PRIOR-RUN-ID
           MOVE 'N' TO WS-JOURNAL-EOF
           OPEN INPUT JOURNAL-FILE
           IF WS-JOURNAL-STATUS = "00"
               PERFORM UNTIL WS-JOURNAL-EOF = 'Y'
                   READ JOURNAL-FILE
                       AT END MOVE 'Y' TO WS-JOURNAL-EOF
                       NOT AT END
                           PERFORM SPLIT-JOURNAL-LINE
                           IF WS-JNL-DATE-TEXT(1:8) = WS-BUSINESS-DATE
                               MOVE WS-JNL-RUNID-TEXT TO WS-PRIOR-RUN-ID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
           END-IF.

       SPLIT-JOURNAL-LINE.
           MOVE SPACES TO WS-JNL-DATE-TEXT WS-JNL-RUNID-TEXT
                          WS-JNL-TYPE-TEXT WS-JNL-CODE-TEXT
                          WS-JNL-ORDERS-TEXT WS-JNL-GROSS-TEXT
                          WS-JNL-RET-COUNT-TEXT WS-JNL-RETURNS-TEXT
           UNSTRING JOURNAL-RECORD DELIMITED BY "|"
               INTO WS-JNL-DATE-TEXT, WS-JNL-RUNID-TEXT,
                    WS-JNL-TYPE-TEXT, WS-JNL-CODE-TEXT,
                    WS-JNL-ORDERS-TEXT, WS-JNL-GROSS-TEXT,
                    WS-JNL-RET-COUNT-TEXT, WS-JNL-RETURNS-TEXT
           END-UNSTRING.

      *>  Rerun protection depends on the journal, so a journal that
      *>  cannot be appended to stops the run before any bucket moves.
       OPEN-JOURNAL.
           OPEN EXTEND JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = "00"
               OPEN OUTPUT JOURNAL-FILE
               CLOSE JOURNAL-FILE
               OPEN EXTEND JOURNAL-FILE
           END-IF
           IF WS-JOURNAL-STATUS = "00"
               MOVE 'Y' TO WS-JOURNAL-OPEN
           ELSE
               DISPLAY "ERROR: cannot open sales history journal, file "
                   "status " WS-JOURNAL-STATUS " - nothing posted."
               CLOSE HISTORY-FILE
               STOP RUN
           END-IF.

      *>  The journal is read through a second time for the prior
      *>  run's lines while it is closed to this run's appends.
       REVERSE-PRIOR-RUN.
           CLOSE JOURNAL-FILE
           DISPLAY "NOTE: sales history already holds run "
               FUNCTION TRIM(WS-PRIOR-RUN-ID) " for business date "
               WS-BUSINESS-DATE " - its figures are reversed before "
               "this run posts."
           MOVE 'N' TO WS-JOURNAL-EOF
           OPEN INPUT JOURNAL-FILE
           PERFORM UNTIL WS-JOURNAL-EOF = 'Y'
               READ JOURNAL-FILE
                   AT END MOVE 'Y' TO WS-JOURNAL-EOF
                   NOT AT END
                       PERFORM SPLIT-JOURNAL-LINE
                       IF WS-JNL-DATE-TEXT(1:8) = WS-BUSINESS-DATE AND
                          WS-JNL-RUNID-TEXT = WS-PRIOR-RUN-ID AND
                          WS-JNL-TYPE-TEXT NOT = "X"
                           PERFORM REVERSE-JOURNAL-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOURNAL-FILE
           PERFORM OPEN-JOURNAL.

      *>  A journalled bucket that is no longer on the history (the
      *>  history was rebuilt or restored) has nothing to take the
      *>  figures back out of - counted and reported, not an error.
       REVERSE-JOURNAL-LINE.
           MOVE WS-JNL-TYPE-TEXT(1:1) TO SHIST-TYPE
           MOVE WS-JNL-CODE-TEXT TO SHIST-CODE
           MOVE WS-BUSINESS-DATE(1:6) TO SHIST-MONTH
           READ HISTORY-FILE
               INVALID KEY
                   ADD 1 TO WS-REVERSAL-MISSING
               NOT INVALID KEY
                   COMPUTE SHIST-ORDERS = SHIST-ORDERS
                       - FUNCTION NUMVAL(WS-JNL-ORDERS-TEXT)
                   COMPUTE SHIST-GROSS = SHIST-GROSS
                       - FUNCTION NUMVAL(WS-JNL-GROSS-TEXT)
                   COMPUTE SHIST-RETURN-COUNT = SHIST-RETURN-COUNT
                       - FUNCTION NUMVAL(WS-JNL-RET-COUNT-TEXT)
                   COMPUTE SHIST-RETURNS = SHIST-RETURNS
                       - FUNCTION NUMVAL(WS-JNL-RETURNS-TEXT)
                   COMPUTE SHIST-NET = SHIST-GROSS - SHIST-RETURNS
                   REWRITE HISTORY-RECORD
                       INVALID KEY
                           ADD 1 TO WS-REVERSAL-MISSING
                       NOT INVALID KEY
                           ADD 1 TO WS-BUCKETS-REVERSED
                   END-REWRITE
           END-READ.

       WRITE-RUN-MARKER.
           MOVE SPACES TO JOURNAL-RECORD
           STRING WS-BUSINESS-DATE, "|", FUNCTION TRIM(WS-RUN-ID),
                  "|X||0|0.00|0|0.00"
               DELIMITED BY SIZE INTO JOURNAL-RECORD
           END-STRING
           WRITE JOURNAL-RECORD.

      *>  --------------------------------------------------------
      *>  Accepted orders
      *>  --------------------------------------------------------
      *>  An unavailable orders file posts nothing, but the run marker
      *>  is already down, so the date's earlier figures stay reversed
      *>  - exactly what an empty night should leave.
       COLLECT-ORDER-LINES.
           INITIALIZE WS-TIER-TAB
           OPEN OUTPUT SALES-WORK-FILE
           MOVE 'N' TO WS-ORDERS-EOF
           OPEN INPUT ORDERS-FILE
           IF WS-ORDERS-STATUS NOT = "00"
               DISPLAY "WARNING: transformed_orders.txt unavailable "
                   "(status " WS-ORDERS-STATUS ") - nothing posted to "
                   "the sales history."
               MOVE 'Y' TO WS-ORDERS-EOF
           END-IF
           PERFORM UNTIL WS-ORDERS-EOF = 'Y'
               READ ORDERS-FILE
                   AT END MOVE 'Y' TO WS-ORDERS-EOF
                   NOT AT END PERFORM STORE-ORDER-LINE
               END-READ
           END-PERFORM
           IF WS-ORDERS-STATUS = "10" OR WS-ORDERS-STATUS = "00"
               CLOSE ORDERS-FILE
           END-IF
           CLOSE SALES-WORK-FILE.

      *>  A line without the "Order: " label, an item or a readable
      *>  amount is counted and reported, never silently dropped.
       STORE-ORDER-LINE.
           ADD 1 TO WS-ORDERS-READ
           MOVE SPACES TO WS-ORDER-PART1 WS-ORDER-PART2 WS-ORDER-PART3
                          WS-ORDER-PART4 WS-ORDER-PART5 WS-ORDER-PART6
           UNSTRING ORDERS-RECORD DELIMITED BY " | "
               INTO WS-ORDER-PART1, WS-ORDER-PART2, WS-ORDER-PART3,
                    WS-ORDER-PART4, WS-ORDER-PART5, WS-ORDER-PART6
           END-UNSTRING
           IF WS-ORDER-PART1(1:7) NOT = "Order: " OR
              FUNCTION TRIM(WS-ORDER-PART4) = SPACES OR
              FUNCTION TRIM(WS-ORDER-PART5) = SPACES
               ADD 1 TO WS-ORDERS-BAD
           ELSE
               IF FUNCTION TEST-NUMVAL-C(FUNCTION TRIM(WS-ORDER-PART5))
                      NOT = 0
                   ADD 1 TO WS-ORDERS-BAD
               ELSE
                   PERFORM BUILD-WORK-IMAGE
               END-IF
           END-IF.

       BUILD-WORK-IMAGE.
           MOVE FUNCTION TRIM(WS-ORDER-PART4) TO SWK-ITEM
           MOVE 0 TO WS-SIGNED-AMOUNT
           COMPUTE WS-SIGNED-AMOUNT =
               FUNCTION NUMVAL-C(FUNCTION TRIM(WS-ORDER-PART5))
               ON SIZE ERROR
                   MOVE 0 TO WS-SIGNED-AMOUNT
           END-COMPUTE
           IF WS-SIGNED-AMOUNT < 0
               MOVE 'Y' TO SWK-CREDIT-FLAG
               COMPUTE SWK-AMOUNT = 0 - WS-SIGNED-AMOUNT
           ELSE
               MOVE 'N' TO SWK-CREDIT-FLAG
               MOVE WS-SIGNED-AMOUNT TO SWK-AMOUNT
           END-IF
           IF WS-ORDER-PART6(1:11) = "Frequency: " AND
              WS-ORDER-PART6(12:2) IS NUMERIC
               MOVE WS-ORDER-PART6(12:2) TO WS-TIER-NUM
               COMPUTE WS-TIER-IDX = WS-TIER-NUM + 1
           ELSE
               MOVE 101 TO WS-TIER-IDX
           END-IF
           IF SWK-CREDIT-FLAG = 'Y'
               ADD 1 TO WS-T-RET-COUNT(WS-TIER-IDX)
               ADD SWK-AMOUNT TO WS-T-RETURNS(WS-TIER-IDX)
           ELSE
               ADD 1 TO WS-T-ORDERS(WS-TIER-IDX)
               ADD SWK-AMOUNT TO WS-T-GROSS(WS-TIER-IDX)
           END-IF
           WRITE SALES-WORK-RECORD FROM SALES-WORK-REC.

      *>  --------------------------------------------------------
      *>  Bucket posting - control break on item
      *>  --------------------------------------------------------
       POST-ITEM-BUCKETS.
           MOVE 'N' TO WS-SORTED-EOF
           MOVE 'Y' TO WS-FIRST-ITEM
           OPEN INPUT SALES-SORTED-FILE
           PERFORM UNTIL WS-SORTED-EOF = 'Y'
               READ SALES-SORTED-FILE INTO SALES-WORK-REC
                   AT END MOVE 'Y' TO WS-SORTED-EOF
                   NOT AT END PERFORM HANDLE-SORTED-ORDER
               END-READ
           END-PERFORM
           IF WS-FIRST-ITEM = 'N'
               PERFORM POST-ONE-ITEM
           END-IF
           CLOSE SALES-SORTED-FILE.

       HANDLE-SORTED-ORDER.
           IF WS-FIRST-ITEM = 'Y' OR SWK-ITEM NOT = WS-CURR-ITEM
               IF WS-FIRST-ITEM = 'N'
                   PERFORM POST-ONE-ITEM
               END-IF
               MOVE 'N' TO WS-FIRST-ITEM
               MOVE SWK-ITEM TO WS-CURR-ITEM
               MOVE 0 TO WS-B-ORDERS WS-B-GROSS
                         WS-B-RET-COUNT WS-B-RETURNS
           END-IF
           IF SWK-CREDIT-FLAG = 'Y'
               ADD 1 TO WS-B-RET-COUNT
               ADD SWK-AMOUNT TO WS-B-RETURNS
           ELSE
               ADD 1 TO WS-B-ORDERS
               ADD SWK-AMOUNT TO WS-B-GROSS
           END-IF.

      *>  The run totals are taken from the item side only - the tier
      *>  buckets carry the same orders cut the other way.
       POST-ONE-ITEM.
           MOVE 'I' TO WS-B-TYPE
           MOVE WS-CURR-ITEM TO WS-B-CODE
           PERFORM POST-BUCKET
           IF WS-BUCKET-SAVED = 'Y'
               ADD 1 TO WS-ITEM-BUCKETS
               ADD WS-B-ORDERS TO WS-SALES-POSTED
               ADD WS-B-RET-COUNT TO WS-CREDITS-POSTED
               ADD WS-B-GROSS TO WS-TOTAL-GROSS
               ADD WS-B-RETURNS TO WS-TOTAL-RETURNS
           END-IF.

       POST-TIER-BUCKETS.
           PERFORM VARYING WS-TIER-IDX FROM 1 BY 1
                   UNTIL WS-TIER-IDX > 101
               IF WS-T-ORDERS(WS-TIER-IDX) > 0 OR
                  WS-T-RET-COUNT(WS-TIER-IDX) > 0
                   PERFORM SET-TIER-LABEL
                   MOVE 'T' TO WS-B-TYPE
                   MOVE WS-TIER-LABEL TO WS-B-CODE
                   MOVE WS-T-ORDERS(WS-TIER-IDX) TO WS-B-ORDERS
                   MOVE WS-T-GROSS(WS-TIER-IDX) TO WS-B-GROSS
                   MOVE WS-T-RET-COUNT(WS-TIER-IDX) TO WS-B-RET-COUNT
                   MOVE WS-T-RETURNS(WS-TIER-IDX) TO WS-B-RETURNS
                   PERFORM POST-BUCKET
                   IF WS-BUCKET-SAVED = 'Y'
                       ADD 1 TO WS-TIER-BUCKETS
                   END-IF
               END-IF
           END-PERFORM.

       SET-TIER-LABEL.
           IF WS-TIER-IDX = 101
               MOVE "UNKNOWN" TO WS-TIER-LABEL
           ELSE
               COMPUTE WS-TIER-NUM = WS-TIER-IDX - 1
               MOVE WS-TIER-NUM TO WS-TIER-LABEL
           END-IF.

      *>  Adds WS-B-* into this month's bucket for WS-B-TYPE /
      *>  WS-B-CODE, starting the bucket at zero if it is the first
      *>  business this month, then journals what was added.  A
      *>  bucket the file refuses is warned about and counted, and
      *>  not journalled - a rerun must not reverse what never went
      *>  in.
       POST-BUCKET.
           MOVE WS-B-TYPE TO SHIST-TYPE
           MOVE WS-B-CODE TO SHIST-CODE
           MOVE WS-BUSINESS-DATE(1:6) TO SHIST-MONTH
           READ HISTORY-FILE
               INVALID KEY
                   MOVE 'Y' TO WS-BUCKET-NEW
                   MOVE WS-B-TYPE TO SHIST-TYPE
                   MOVE WS-B-CODE TO SHIST-CODE
                   MOVE WS-BUSINESS-DATE(1:6) TO SHIST-MONTH
                   MOVE 0 TO SHIST-ORDERS SHIST-GROSS
                             SHIST-RETURN-COUNT SHIST-RETURNS SHIST-NET
               NOT INVALID KEY
                   MOVE 'N' TO WS-BUCKET-NEW
           END-READ
           ADD WS-B-ORDERS TO SHIST-ORDERS
           ADD WS-B-GROSS TO SHIST-GROSS
           ADD WS-B-RET-COUNT TO SHIST-RETURN-COUNT
           ADD WS-B-RETURNS TO SHIST-RETURNS
           COMPUTE SHIST-NET = SHIST-GROSS - SHIST-RETURNS
           MOVE WS-BUSINESS-DATE TO SHIST-LAST-DATE
           MOVE 'Y' TO WS-BUCKET-SAVED
           IF WS-BUCKET-NEW = 'Y'
               WRITE HISTORY-RECORD
                   INVALID KEY MOVE 'N' TO WS-BUCKET-SAVED
               END-WRITE
           ELSE
               REWRITE HISTORY-RECORD
                   INVALID KEY MOVE 'N' TO WS-BUCKET-SAVED
               END-REWRITE
           END-IF
           IF WS-BUCKET-SAVED = 'N'
               ADD 1 TO WS-BUCKETS-REFUSED
               DISPLAY "WARNING: sales history refused the "
                   WS-B-TYPE " bucket for " FUNCTION TRIM(WS-B-CODE)
                   " (status " WS-HISTORY-STATUS ") - not posted."
           ELSE
               PERFORM WRITE-JOURNAL-LINE
           END-IF.

       WRITE-JOURNAL-LINE.
           MOVE WS-B-ORDERS TO WS-COUNT-EDIT
           MOVE WS-B-RET-COUNT TO WS-COUNT-EDIT-2
           MOVE WS-B-GROSS TO WS-AMOUNT-EDIT
           MOVE WS-B-RETURNS TO WS-AMOUNT-EDIT-2
           MOVE SPACES TO JOURNAL-RECORD
           STRING WS-BUSINESS-DATE, "|", FUNCTION TRIM(WS-RUN-ID),
                  "|", WS-B-TYPE, "|", FUNCTION TRIM(WS-B-CODE),
                  "|", FUNCTION TRIM(WS-COUNT-EDIT),
                  "|", FUNCTION TRIM(WS-AMOUNT-EDIT),
                  "|", FUNCTION TRIM(WS-COUNT-EDIT-2),
                  "|", FUNCTION TRIM(WS-AMOUNT-EDIT-2)
               DELIMITED BY SIZE INTO JOURNAL-RECORD
           END-STRING
           WRITE JOURNAL-RECORD.

      *>  --------------------------------------------------------
      *>  Posting report
      *>  --------------------------------------------------------
       WRITE-POSTING-REPORT.
           COMPUTE WS-TOTAL-NET = WS-TOTAL-GROSS - WS-TOTAL-RETURNS
           OPEN OUTPUT POSTING-REPORT-FILE
           MOVE SPACES TO POSTING-REPORT-RECORD
           STRING "Sales History Posting - business date ",
                  WS-BUSINESS-DATE, " - month ", WS-BUSINESS-DATE(1:4),
                  "-", WS-BUSINESS-DATE(5:2)
               DELIMITED BY SIZE INTO POSTING-REPORT-RECORD
           END-STRING
           WRITE POSTING-REPORT-RECORD
           MOVE SPACES TO POSTING-REPORT-RECORD
           WRITE POSTING-REPORT-RECORD
           IF WS-PRIOR-RUN-ID NOT = SPACES
               MOVE WS-BUCKETS-REVERSED TO WS-COUNT-EDIT
               MOVE WS-REVERSAL-MISSING TO WS-COUNT-EDIT-2
               MOVE SPACES TO POSTING-REPORT-RECORD
               STRING "Rerun - earlier run ",
                      FUNCTION TRIM(WS-PRIOR-RUN-ID),
                      " reversed: buckets ", FUNCTION TRIM(WS-COUNT-EDIT),
                      "  no longer on file ",
                      FUNCTION TRIM(WS-COUNT-EDIT-2)
                   DELIMITED BY SIZE INTO POSTING-REPORT-RECORD
               END-STRING
               WRITE POSTING-REPORT-RECORD
           END-IF
           MOVE WS-ORDERS-READ TO WS-COUNT-EDIT
           MOVE WS-ORDERS-BAD TO WS-COUNT-EDIT-2
           MOVE SPACES TO POSTING-REPORT-RECORD
           STRING "Order Lines Read: ", FUNCTION TRIM(WS-COUNT-EDIT),
                  "  Unusable Lines: ", FUNCTION TRIM(WS-COUNT-EDIT-2)
               DELIMITED BY SIZE INTO POSTING-REPORT-RECORD
           END-STRING
           WRITE POSTING-REPORT-RECORD
           MOVE WS-SALES-POSTED TO WS-COUNT-EDIT
           MOVE WS-CREDITS-POSTED TO WS-COUNT-EDIT-2
           MOVE SPACES TO POSTING-REPORT-RECORD
           STRING "Orders Posted: ", FUNCTION TRIM(WS-COUNT-EDIT),
                  "  Credit Memos Posted: ", FUNCTION TRIM(WS-COUNT-EDIT-2)
               DELIMITED BY SIZE INTO POSTING-REPORT-RECORD
           END-STRING
           WRITE POSTING-REPORT-RECORD
           MOVE WS-TOTAL-GROSS TO WS-AMOUNT-EDIT
           MOVE WS-TOTAL-RETURNS TO WS-AMOUNT-EDIT-2
           MOVE WS-TOTAL-NET TO WS-AMOUNT-EDIT-3
           MOVE SPACES TO POSTING-REPORT-RECORD
           STRING "Gross Sales (USD): ", FUNCTION TRIM(WS-AMOUNT-EDIT),
                  "  Returns (USD): ", FUNCTION TRIM(WS-AMOUNT-EDIT-2),
                  "  Net Sales (USD): ", FUNCTION TRIM(WS-AMOUNT-EDIT-3)
               DELIMITED BY SIZE INTO POSTING-REPORT-RECORD
           END-STRING
           WRITE POSTING-REPORT-RECORD
           MOVE WS-ITEM-BUCKETS TO WS-COUNT-EDIT
           MOVE WS-TIER-BUCKETS TO WS-COUNT-EDIT-2
           MOVE SPACES TO POSTING-REPORT-RECORD
           STRING "Item Buckets Updated: ", FUNCTION TRIM(WS-COUNT-EDIT),
                  "  Tier Buckets Updated: ", FUNCTION TRIM(WS-COUNT-EDIT-2)
               DELIMITED BY SIZE INTO POSTING-REPORT-RECORD
           END-STRING
           WRITE POSTING-REPORT-RECORD
           MOVE WS-BUCKETS-REFUSED TO WS-COUNT-EDIT
           MOVE SPACES TO POSTING-REPORT-RECORD
           STRING "Buckets Refused By The History: ",
                  FUNCTION TRIM(WS-COUNT-EDIT)
               DELIMITED BY SIZE INTO POSTING-REPORT-RECORD
           END-STRING
           WRITE POSTING-REPORT-RECORD
           MOVE SPACES TO POSTING-REPORT-RECORD
           WRITE POSTING-REPORT-RECORD
           MOVE SPACES TO POSTING-REPORT-RECORD
           STRING "By customer tier (orders / gross / credit memos / "
                  "returns / net):"
               DELIMITED BY SIZE INTO POSTING-REPORT-RECORD
           END-STRING
           WRITE POSTING-REPORT-RECORD
           PERFORM VARYING WS-TIER-IDX FROM 1 BY 1
                   UNTIL WS-TIER-IDX > 101
               IF WS-T-ORDERS(WS-TIER-IDX) > 0 OR
                  WS-T-RET-COUNT(WS-TIER-IDX) > 0
                   PERFORM WRITE-TIER-POSTING-LINE
               END-IF
           END-PERFORM
           CLOSE POSTING-REPORT-FILE.

       WRITE-TIER-POSTING-LINE.
           PERFORM SET-TIER-LABEL
           MOVE WS-T-ORDERS(WS-TIER-IDX) TO WS-COUNT-EDIT
           MOVE WS-T-RET-COUNT(WS-TIER-IDX) TO WS-COUNT-EDIT-2
           MOVE WS-T-GROSS(WS-TIER-IDX) TO WS-AMOUNT-EDIT
           MOVE WS-T-RETURNS(WS-TIER-IDX) TO WS-AMOUNT-EDIT-2
           COMPUTE WS-TOTAL-NET =
               WS-T-GROSS(WS-TIER-IDX) - WS-T-RETURNS(WS-TIER-IDX)
           MOVE WS-TOTAL-NET TO WS-AMOUNT-EDIT-3
           MOVE SPACES TO POSTING-REPORT-RECORD
           STRING "  Tier ", WS-TIER-LABEL, WS-COUNT-EDIT, " ",
                  WS-AMOUNT-EDIT, " ", WS-COUNT-EDIT-2, " ",
                  WS-AMOUNT-EDIT-2, " ", WS-AMOUNT-EDIT-3
               DELIMITED BY SIZE INTO POSTING-REPORT-RECORD
           END-STRING
           WRITE POSTING-REPORT-RECORD.
