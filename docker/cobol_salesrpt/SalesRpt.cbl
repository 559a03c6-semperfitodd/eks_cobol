       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALESRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT SALES-REPORT-FILE
               ASSIGN TO "/mnt/efs/output/sales_analysis_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "/output/run_control.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-FILE.
       01  HISTORY-RECORD.
           COPY SALEHIST.

       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD PIC X(200).

       FD  SALES-REPORT-FILE.
       01  SALES-REPORT-RECORD PIC X(250).

       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-HISTORY-STATUS PIC XX.
       01  WS-RUN-CONTROL-STATUS PIC XX.
       01  WS-JOURNAL-STATUS PIC XX.
       01  WS-JOURNAL-EOF PIC X VALUE 'N'.
       01  WS-HISTORY-EOF PIC X VALUE 'N'.
       01  WS-RUN-CONTROL-EOF PIC X VALUE 'N'.
       01  WS-BUSINESS-DATE PIC X(8).
       01  WS-CTL-KEY-TEXT PIC X(20).
       01  WS-CTL-VALUE-TEXT PIC X(20).

      *>  The month reported is one calendar month, YYYYMM.  The
      *>  operator names it in run_control.cfg with SALES-PERIOD|YYYYMM
      *>  (management usually wants the month just closed); left out,
      *>  it is the business date's own month, which gives a
      *>  month-to-date figure.  Year to date runs from January of the
      *>  period's year through the period month, and last year's
      *>  figures are the same months a year earlier.
       01  WS-SALES-PERIOD PIC X(6).
       01  WS-PERIOD-YEAR PIC 9(4) VALUE 0.
       01  WS-PERIOD-MONTH PIC 9(2) VALUE 0.
       01  WS-LY-YEAR PIC 9(4) VALUE 0.
       01  WS-LY-PERIOD PIC X(6).
       01  WS-BUCKET-YEAR PIC 9(4) VALUE 0.
       01  WS-BUCKET-MONTH PIC 9(2) VALUE 0.

      *>  Last year's month to date.  The history holds whole-month
      *>  buckets, so while the period month is still open (it is the
      *>  business date's month) last year's bucket would compare a
      *>  part month with a whole one.  Last year's month is then
      *>  rebuilt through the same day of the month from SALESHIST's
      *>  journal (BUSDATE|RUNID|TYPE|CODE|ORDERS|GROSS|RETURN-COUNT|
      *>  RETURNS, a TYPE X marker opening each run): for each of last
      *>  year's dates up to the cut-off only the latest run's lines
      *>  count, which is what the buckets hold after a rerun.  The
      *>  net per item and tier is kept in WS-LYP-ENTRY and stands in
      *>  for last year's period bucket in both the month-to-date and
      *>  year-to-date figures.  A journal with no lines at all for
      *>  last year's month (or more codes than the table holds)
      *>  leaves the full month in place; the header says so, and the
      *>  sales-drop flag is not raised against a full month.
       01  WS-OPEN-MONTH PIC X VALUE 'N'.
       01  WS-LY-PARTIAL PIC X VALUE 'N'.
       01  WS-LY-JOURNAL-SEEN PIC X VALUE 'N'.
       01  WS-LY-CUTOFF PIC X(8) VALUE SPACES.
       01  WS-JNL-DATE-TEXT PIC X(10).
       01  WS-JNL-RUNID-TEXT PIC X(40).
       01  WS-JNL-TYPE-TEXT PIC X(5).
       01  WS-JNL-CODE-TEXT PIC X(50).
       01  WS-JNL-ORDERS-TEXT PIC X(15).
       01  WS-JNL-GROSS-TEXT PIC X(20).
       01  WS-JNL-RET-COUNT-TEXT PIC X(15).
       01  WS-JNL-RETURNS-TEXT PIC X(20).
       01  WS-JNL-NET PIC S9(11)V99 VALUE 0.
       01  WS-LYD-COUNT PIC 9(2) VALUE 0.
       01  WS-LYD-IDX PIC 9(2) VALUE 0.
       01  WS-LYD-HIT PIC 9(2) VALUE 0.
       01  WS-LYD-TAB.
           05 WS-LYD-ENTRY OCCURS 31 TIMES.
               10 WS-LYD-DATE PIC X(8).
               10 WS-LYD-RUN-ID PIC X(40).
       01  WS-LYP-COUNT PIC 9(5) VALUE 0.
       01  WS-LYP-IDX PIC 9(5) VALUE 0.
       01  WS-LYP-HIT PIC 9(5) VALUE 0.
       01  WS-LYP-TAB.
           05 WS-LYP-ENTRY OCCURS 5000 TIMES.
               10 WS-LYP-TYPE PIC X.
               10 WS-LYP-CODE PIC X(50).
               10 WS-LYP-NET PIC S9(11)V99.

      *>  Highlight thresholds, also from run_control.cfg:
      *>  RETURN-RATE-PCT|n flags an item whose credit-memo returns
      *>  for the month are more than n% of its gross sales (default
      *>  10); SALES-DROP-PCT|n flags an item whose net sales for the
      *>  month are down more than n% on the same month last year
      *>  (default 25).  An item with returns but no gross sales in
      *>  the month is always flagged; one with no sales last year
      *>  has nothing to drop from.
       01  WS-RETURN-LIMIT PIC 9(3)V99 VALUE 10.
       01  WS-DROP-LIMIT PIC 9(3)V99 VALUE 25.

      *>  Control-break state and the four figures per item or tier:
      *>  month to date and year to date, this year and last.
       01  WS-CURR-TYPE PIC X.
       01  WS-CURR-CODE PIC X(50).
       01  WS-FIRST-BUCKET PIC X VALUE 'Y'.
       01  WS-MTD-GROSS PIC S9(13)V99 VALUE 0.
       01  WS-MTD-RETURNS PIC S9(13)V99 VALUE 0.
       01  WS-MTD-NET PIC S9(13)V99 VALUE 0.
       01  WS-LY-MTD-NET PIC S9(13)V99 VALUE 0.
       01  WS-YTD-NET PIC S9(13)V99 VALUE 0.
       01  WS-LY-YTD-NET PIC S9(13)V99 VALUE 0.

      *>  Section totals - the item and tier sections cut the same
      *>  orders two ways, so their totals agree.
       01  WS-SEC-MTD-NET PIC S9(13)V99 VALUE 0.
       01  WS-SEC-LY-MTD-NET PIC S9(13)V99 VALUE 0.
       01  WS-SEC-YTD-NET PIC S9(13)V99 VALUE 0.
       01  WS-SEC-LY-YTD-NET PIC S9(13)V99 VALUE 0.
       01  WS-SEC-LINES PIC 9(7) VALUE 0.

       01  WS-CHANGE-PCT PIC S9(7)V9 VALUE 0.
       01  WS-RETURN-PCT PIC S9(7)V9 VALUE 0.
       01  WS-CALC-CUR PIC S9(13)V99 VALUE 0.
       01  WS-CALC-PRIOR PIC S9(13)V99 VALUE 0.
       01  WS-FLAG-RETURNS PIC X VALUE 'N'.
       01  WS-FLAG-DROP PIC X VALUE 'N'.
       01  WS-FLAGS-TEXT PIC X(40).
       01  WS-ITEMS-RETURN-FLAGGED PIC 9(7) VALUE 0.
       01  WS-ITEMS-DROP-FLAGGED PIC 9(7) VALUE 0.
       01  WS-BUCKETS-READ PIC 9(7) VALUE 0.

      *>  Edited pictures used only on report lines - FUNCTION TRIM
      *>  on the raw V99 fields prints the assumed decimal point as a
      *>  digit instead of a period.  Signed, since a heavy returns
      *>  month can net an item negative.
       01  WS-MTD-EDIT PIC -(10)9.99.
       01  WS-LY-MTD-EDIT PIC -(10)9.99.
       01  WS-YTD-EDIT PIC -(10)9.99.
       01  WS-LY-YTD-EDIT PIC -(10)9.99.
       01  WS-PCT-TEXT PIC X(10).
       01  WS-PCT-TEXT-2 PIC X(10).
       01  WS-RETURN-TEXT PIC X(10).
       01  WS-CHANGE-EDIT PIC -(7)9.9.
       01  WS-LIMIT-EDIT PIC ZZ9.99.
       01  WS-LIMIT-EDIT-2 PIC ZZ9.99.
       01  WS-COUNT-EDIT PIC Z(6)9.
       01  WS-COUNT-EDIT-2 PIC Z(6)9.
       01  WS-CODE-LABEL PIC X(30).

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           PERFORM INIT-RUN-CONTROL
           IF WS-OPEN-MONTH = 'Y'
               PERFORM LOAD-LY-PARTIAL-MONTH
           END-IF
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = "00"
               DISPLAY "No sales history found at "
                   "/mnt/efs/data/sales_history.dat (status "
                   WS-HISTORY-STATUS ") - nothing to report."
               STOP RUN
           END-IF
           OPEN OUTPUT SALES-REPORT-FILE
           PERFORM WRITE-REPORT-HEADER
           MOVE 'N' TO WS-HISTORY-EOF
           MOVE LOW-VALUES TO SHIST-KEY
           START HISTORY-FILE KEY IS NOT LESS THAN SHIST-KEY
               INVALID KEY MOVE 'Y' TO WS-HISTORY-EOF
           END-START
           PERFORM UNTIL WS-HISTORY-EOF = 'Y'
               READ HISTORY-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-HISTORY-EOF
                   NOT AT END PERFORM HANDLE-BUCKET
               END-READ
           END-PERFORM
           IF WS-FIRST-BUCKET = 'N'
               PERFORM WRITE-CODE-LINE
               PERFORM WRITE-SECTION-TOTAL
           END-IF
           PERFORM WRITE-REPORT-TRAILER
           CLOSE HISTORY-FILE
           CLOSE SALES-REPORT-FILE
           DISPLAY "Sales analysis report written for period "
               WS-SALES-PERIOD
           STOP RUN.

      *>  The business date, SALES-PERIOD and the two highlight
      *>  thresholds come from the shared run-control file; a missing
      *>  file falls back to the system date with a warning, the
      *>  nightly programs' treatment.
       INIT-RUN-CONTROL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BUSINESS-DATE
           MOVE SPACES TO WS-SALES-PERIOD
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
           IF WS-SALES-PERIOD = SPACES
               MOVE WS-BUSINESS-DATE(1:6) TO WS-SALES-PERIOD
           END-IF
           MOVE WS-SALES-PERIOD(1:4) TO WS-PERIOD-YEAR
           MOVE WS-SALES-PERIOD(5:2) TO WS-PERIOD-MONTH
           COMPUTE WS-LY-YEAR = WS-PERIOD-YEAR - 1
           MOVE SPACES TO WS-LY-PERIOD
           STRING WS-LY-YEAR, WS-SALES-PERIOD(5:2)
               DELIMITED BY SIZE INTO WS-LY-PERIOD
           END-STRING
           IF WS-SALES-PERIOD = WS-BUSINESS-DATE(1:6)
               MOVE 'Y' TO WS-OPEN-MONTH
               MOVE SPACES TO WS-LY-CUTOFF
               STRING WS-LY-PERIOD, WS-BUSINESS-DATE(7:2)
                   DELIMITED BY SIZE INTO WS-LY-CUTOFF
               END-STRING
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
           END-IF
           IF FUNCTION TRIM(WS-CTL-KEY-TEXT) = "SALES-PERIOD"
               IF WS-CTL-VALUE-TEXT(1:6) IS NUMERIC AND
                  WS-CTL-VALUE-TEXT(5:2) >= "01" AND
                  WS-CTL-VALUE-TEXT(5:2) <= "12"
                   MOVE WS-CTL-VALUE-TEXT(1:6) TO WS-SALES-PERIOD
               ELSE
                   DISPLAY "WARNING: run_control.cfg SALES-PERIOD is "
                       "not a YYYYMM month - the business date's "
                       "month is reported instead."
               END-IF
           END-IF
           IF FUNCTION TRIM(WS-CTL-KEY-TEXT) = "RETURN-RATE-PCT"
               IF FUNCTION TEST-NUMVAL(WS-CTL-VALUE-TEXT) = 0
                  AND FUNCTION NUMVAL(WS-CTL-VALUE-TEXT) >= 0
                  AND FUNCTION NUMVAL(WS-CTL-VALUE-TEXT) <= 100
                   COMPUTE WS-RETURN-LIMIT =
                       FUNCTION NUMVAL(WS-CTL-VALUE-TEXT)
               ELSE
                   DISPLAY "WARNING: run_control.cfg RETURN-RATE-PCT "
                       "is not a percentage from 0 to 100 - the "
                       "default is used."
               END-IF
           END-IF
           IF FUNCTION TRIM(WS-CTL-KEY-TEXT) = "SALES-DROP-PCT"
               IF FUNCTION TEST-NUMVAL(WS-CTL-VALUE-TEXT) = 0
                  AND FUNCTION NUMVAL(WS-CTL-VALUE-TEXT) >= 0
                  AND FUNCTION NUMVAL(WS-CTL-VALUE-TEXT) <= 100
                   COMPUTE WS-DROP-LIMIT =
                       FUNCTION NUMVAL(WS-CTL-VALUE-TEXT)
               ELSE
                   DISPLAY "WARNING: run_control.cfg SALES-DROP-PCT "
                       "is not a percentage from 0 to 100 - the "
                       "default is used."
               END-IF
           END-IF.

      *>  --------------------------------------------------------
      *>  Last year's part month - see the comment block in
      *>  WORKING-STORAGE
      *>  --------------------------------------------------------
      *>  Two passes: the first finds the latest run for each of last
      *>  year's dates up to the cut-off (the journal is appended in
      *>  run order, so the last run id seen for a date wins), the
      *>  second sums that run's lines per item and tier.
       LOAD-LY-PARTIAL-MONTH.
           MOVE 0 TO WS-LYD-COUNT WS-LYP-COUNT
           MOVE 'N' TO WS-JOURNAL-EOF
           OPEN INPUT JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "WARNING: sales history journal unavailable "
                   "(status " WS-JOURNAL-STATUS ") - last year's "
                   "month is compared in full."
           ELSE
               PERFORM UNTIL WS-JOURNAL-EOF = 'Y'
                   READ JOURNAL-FILE
                       AT END MOVE 'Y' TO WS-JOURNAL-EOF
                       NOT AT END PERFORM NOTE-LY-JOURNAL-RUN
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
               IF WS-LY-JOURNAL-SEEN = 'Y'
                   MOVE 'Y' TO WS-LY-PARTIAL
                   MOVE 'N' TO WS-JOURNAL-EOF
                   OPEN INPUT JOURNAL-FILE
                   PERFORM UNTIL WS-JOURNAL-EOF = 'Y'
                       READ JOURNAL-FILE
                           AT END MOVE 'Y' TO WS-JOURNAL-EOF
                           NOT AT END PERFORM ADD-LY-JOURNAL-LINE
                       END-READ
                   END-PERFORM
                   CLOSE JOURNAL-FILE
               END-IF
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

      *>  Any line for last year's month shows the journal covers it;
      *>  only dates up to the cut-off are kept.
       NOTE-LY-JOURNAL-RUN.
           PERFORM SPLIT-JOURNAL-LINE
           IF WS-JNL-DATE-TEXT(1:6) = WS-LY-PERIOD
               MOVE 'Y' TO WS-LY-JOURNAL-SEEN
               IF WS-JNL-DATE-TEXT(1:8) IS NUMERIC AND
                  WS-JNL-DATE-TEXT(1:8) <= WS-LY-CUTOFF
                   PERFORM FIND-LY-DATE
                   IF WS-LYD-HIT = 0 AND WS-LYD-COUNT < 31
                       ADD 1 TO WS-LYD-COUNT
                       MOVE WS-LYD-COUNT TO WS-LYD-HIT
                       MOVE WS-JNL-DATE-TEXT(1:8)
                           TO WS-LYD-DATE(WS-LYD-HIT)
                   END-IF
                   IF WS-LYD-HIT > 0
                       MOVE WS-JNL-RUNID-TEXT
                           TO WS-LYD-RUN-ID(WS-LYD-HIT)
                   END-IF
               END-IF
           END-IF.

       FIND-LY-DATE.
           MOVE 0 TO WS-LYD-HIT
           PERFORM VARYING WS-LYD-IDX FROM 1 BY 1
                   UNTIL WS-LYD-IDX > WS-LYD-COUNT OR WS-LYD-HIT > 0
               IF WS-LYD-DATE(WS-LYD-IDX) = WS-JNL-DATE-TEXT(1:8)
                   MOVE WS-LYD-IDX TO WS-LYD-HIT
               END-IF
           END-PERFORM.

      *>  A line of the winning run for its date adds its net to the
      *>  item's or tier's entry.  A table that fills drops back to
      *>  the full-month comparison rather than understate last year.
       ADD-LY-JOURNAL-LINE.
           PERFORM SPLIT-JOURNAL-LINE
           IF WS-JNL-DATE-TEXT(1:6) = WS-LY-PERIOD AND
              WS-JNL-DATE-TEXT(1:8) <= WS-LY-CUTOFF AND
              (WS-JNL-TYPE-TEXT = "I" OR WS-JNL-TYPE-TEXT = "T") AND
              WS-LY-PARTIAL = 'Y'
               PERFORM FIND-LY-DATE
               IF WS-LYD-HIT > 0
                   IF WS-LYD-RUN-ID(WS-LYD-HIT) = WS-JNL-RUNID-TEXT
                       PERFORM STORE-LY-JOURNAL-NET
                   END-IF
               END-IF
           END-IF.

       STORE-LY-JOURNAL-NET.
           MOVE 0 TO WS-JNL-NET
           IF FUNCTION TEST-NUMVAL(WS-JNL-GROSS-TEXT) = 0 AND
              FUNCTION TEST-NUMVAL(WS-JNL-RETURNS-TEXT) = 0
               COMPUTE WS-JNL-NET =
                   FUNCTION NUMVAL(WS-JNL-GROSS-TEXT)
                   - FUNCTION NUMVAL(WS-JNL-RETURNS-TEXT)
                   ON SIZE ERROR MOVE 0 TO WS-JNL-NET
               END-COMPUTE
           END-IF
           MOVE WS-JNL-TYPE-TEXT(1:1) TO WS-CURR-TYPE
           MOVE WS-JNL-CODE-TEXT TO WS-CURR-CODE
           PERFORM FIND-LY-CODE
           IF WS-LYP-HIT = 0
               IF WS-LYP-COUNT < 5000
                   ADD 1 TO WS-LYP-COUNT
                   MOVE WS-LYP-COUNT TO WS-LYP-HIT
                   MOVE WS-CURR-TYPE TO WS-LYP-TYPE(WS-LYP-HIT)
                   MOVE WS-CURR-CODE TO WS-LYP-CODE(WS-LYP-HIT)
                   MOVE 0 TO WS-LYP-NET(WS-LYP-HIT)
               ELSE
                   MOVE 'N' TO WS-LY-PARTIAL
                   DISPLAY "WARNING: more than 5000 items and tiers in "
                       "last year's month - it is compared in full."
               END-IF
           END-IF
           IF WS-LYP-HIT > 0
               ADD WS-JNL-NET TO WS-LYP-NET(WS-LYP-HIT)
           END-IF.

      *>  Looks WS-CURR-TYPE / WS-CURR-CODE up in the part-month table.
       FIND-LY-CODE.
           MOVE 0 TO WS-LYP-HIT
           PERFORM VARYING WS-LYP-IDX FROM 1 BY 1
                   UNTIL WS-LYP-IDX > WS-LYP-COUNT OR WS-LYP-HIT > 0
               IF WS-LYP-TYPE(WS-LYP-IDX) = WS-CURR-TYPE AND
                  WS-LYP-CODE(WS-LYP-IDX) = WS-CURR-CODE
                   MOVE WS-LYP-IDX TO WS-LYP-HIT
               END-IF
           END-PERFORM.

      *>  The code's part-month net joins both of last year's figures.
       ADD-LY-PARTIAL.
           PERFORM FIND-LY-CODE
           IF WS-LYP-HIT > 0
               ADD WS-LYP-NET(WS-LYP-HIT) TO WS-LY-MTD-NET
               ADD WS-LYP-NET(WS-LYP-HIT) TO WS-LY-YTD-NET
           END-IF.

      *>  --------------------------------------------------------
      *>  History browse - control break on bucket type and code
      *>  --------------------------------------------------------
      *>  The file is in key order, type then code then month, so
      *>  every item comes before every tier and each code's months
      *>  arrive together.
       HANDLE-BUCKET.
           ADD 1 TO WS-BUCKETS-READ
           IF WS-FIRST-BUCKET = 'Y' OR
              SHIST-TYPE NOT = WS-CURR-TYPE OR
              SHIST-CODE NOT = WS-CURR-CODE
               IF WS-FIRST-BUCKET = 'N'
                   PERFORM WRITE-CODE-LINE
               END-IF
               IF WS-FIRST-BUCKET = 'Y' OR SHIST-TYPE NOT = WS-CURR-TYPE
                   IF WS-FIRST-BUCKET = 'N'
                       PERFORM WRITE-SECTION-TOTAL
                   END-IF
                   MOVE SHIST-TYPE TO WS-CURR-TYPE
                   PERFORM WRITE-SECTION-HEADER
               END-IF
               MOVE 'N' TO WS-FIRST-BUCKET
               MOVE SHIST-CODE TO WS-CURR-CODE
               MOVE 0 TO WS-MTD-GROSS WS-MTD-RETURNS WS-MTD-NET
                         WS-LY-MTD-NET WS-YTD-NET WS-LY-YTD-NET
           END-IF
           IF SHIST-MONTH IS NUMERIC
               MOVE SHIST-MONTH(1:4) TO WS-BUCKET-YEAR
               MOVE SHIST-MONTH(5:2) TO WS-BUCKET-MONTH
               IF SHIST-MONTH = WS-SALES-PERIOD
                   ADD SHIST-GROSS TO WS-MTD-GROSS
                   ADD SHIST-RETURNS TO WS-MTD-RETURNS
                   ADD SHIST-NET TO WS-MTD-NET
               END-IF
      *>  Last year's period bucket is left out when the journal's
      *>  part month stands in for it - see WRITE-CODE-LINE.
               IF SHIST-MONTH = WS-LY-PERIOD AND WS-LY-PARTIAL = 'N'
                   ADD SHIST-NET TO WS-LY-MTD-NET
               END-IF
               IF WS-BUCKET-MONTH <= WS-PERIOD-MONTH
                   IF WS-BUCKET-YEAR = WS-PERIOD-YEAR
                       ADD SHIST-NET TO WS-YTD-NET
                   END-IF
                   IF WS-BUCKET-YEAR = WS-LY-YEAR AND
                      (SHIST-MONTH NOT = WS-LY-PERIOD OR
                       WS-LY-PARTIAL = 'N')
                       ADD SHIST-NET TO WS-LY-YTD-NET
                   END-IF
               END-IF
           END-IF.

      *>  A code with nothing this year or last in the periods shown
      *>  (an item last sold three years ago) is left off.  The flags
      *>  are set off the month-to-date change before the year-to-date
      *>  change reuses the work fields.
       WRITE-CODE-LINE.
           IF WS-LY-PARTIAL = 'Y'
               PERFORM ADD-LY-PARTIAL
           END-IF
           IF WS-MTD-NET = 0 AND WS-LY-MTD-NET = 0 AND
              WS-YTD-NET = 0 AND WS-LY-YTD-NET = 0 AND
              WS-MTD-GROSS = 0 AND WS-MTD-RETURNS = 0
               CONTINUE
           ELSE
               ADD 1 TO WS-SEC-LINES
               ADD WS-MTD-NET TO WS-SEC-MTD-NET
               ADD WS-LY-MTD-NET TO WS-SEC-LY-MTD-NET
               ADD WS-YTD-NET TO WS-SEC-YTD-NET
               ADD WS-LY-YTD-NET TO WS-SEC-LY-YTD-NET
               MOVE WS-MTD-NET TO WS-CALC-CUR
               MOVE WS-LY-MTD-NET TO WS-CALC-PRIOR
               PERFORM COMPUTE-CHANGE-PCT
               MOVE WS-PCT-TEXT TO WS-PCT-TEXT-2
               PERFORM SET-ITEM-FLAGS
               MOVE WS-YTD-NET TO WS-CALC-CUR
               MOVE WS-LY-YTD-NET TO WS-CALC-PRIOR
               PERFORM COMPUTE-CHANGE-PCT
               PERFORM SET-CODE-LABEL
               MOVE WS-MTD-NET TO WS-MTD-EDIT
               MOVE WS-LY-MTD-NET TO WS-LY-MTD-EDIT
               MOVE WS-YTD-NET TO WS-YTD-EDIT
               MOVE WS-LY-YTD-NET TO WS-LY-YTD-EDIT
               MOVE SPACES TO SALES-REPORT-RECORD
               STRING "  ", WS-CODE-LABEL, WS-MTD-EDIT, WS-LY-MTD-EDIT,
                      WS-PCT-TEXT-2, WS-YTD-EDIT, WS-LY-YTD-EDIT,
                      WS-PCT-TEXT, WS-RETURN-TEXT, "  ",
                      FUNCTION TRIM(WS-FLAGS-TEXT)
                   DELIMITED BY SIZE INTO SALES-REPORT-RECORD
               END-STRING
               WRITE SALES-REPORT-RECORD
           END-IF.

      *>  WS-CALC-CUR against WS-CALC-PRIOR into WS-CHANGE-PCT and
      *>  the 10-character column WS-PCT-TEXT.  Nothing last year
      *>  prints NEW (or a dash when there is nothing either year);
      *>  a negative last year - returns outweighing sales - has no
      *>  meaningful percentage and prints n/a.
       COMPUTE-CHANGE-PCT.
           MOVE 0 TO WS-CHANGE-PCT
           EVALUATE TRUE
               WHEN WS-CALC-PRIOR > 0
                   COMPUTE WS-CHANGE-PCT ROUNDED =
                       (WS-CALC-CUR - WS-CALC-PRIOR) * 100 / WS-CALC-PRIOR
                       ON SIZE ERROR
                           MOVE 9999999.9 TO WS-CHANGE-PCT
                   END-COMPUTE
                   MOVE WS-CHANGE-PCT TO WS-CHANGE-EDIT
                   MOVE WS-CHANGE-EDIT TO WS-PCT-TEXT
               WHEN WS-CALC-PRIOR < 0
                   MOVE "       n/a" TO WS-PCT-TEXT
               WHEN WS-CALC-CUR NOT = 0
                   MOVE "       NEW" TO WS-PCT-TEXT
               WHEN OTHER
                   MOVE "         -" TO WS-PCT-TEXT
           END-EVALUATE.

      *>  The month's return rate is shown for items and tiers alike;
      *>  only items are flagged - see the threshold comment block in
      *>  WORKING-STORAGE.  WS-CHANGE-PCT still holds the month's
      *>  change against last year when this runs.
       SET-ITEM-FLAGS.
           MOVE 'N' TO WS-FLAG-RETURNS WS-FLAG-DROP
           MOVE SPACES TO WS-FLAGS-TEXT
           MOVE 0 TO WS-RETURN-PCT
           EVALUATE TRUE
               WHEN WS-MTD-GROSS > 0
                   COMPUTE WS-RETURN-PCT ROUNDED =
                       WS-MTD-RETURNS * 100 / WS-MTD-GROSS
                       ON SIZE ERROR
                           MOVE 9999999.9 TO WS-RETURN-PCT
                   END-COMPUTE
                   MOVE WS-RETURN-PCT TO WS-CHANGE-EDIT
                   MOVE WS-CHANGE-EDIT TO WS-RETURN-TEXT
                   IF WS-RETURN-PCT > WS-RETURN-LIMIT
                       MOVE 'Y' TO WS-FLAG-RETURNS
                   END-IF
               WHEN WS-MTD-RETURNS > 0
                   MOVE "       n/a" TO WS-RETURN-TEXT
                   MOVE 'Y' TO WS-FLAG-RETURNS
               WHEN OTHER
                   MOVE "         -" TO WS-RETURN-TEXT
           END-EVALUATE
           IF WS-LY-MTD-NET > 0 AND
              WS-CHANGE-PCT < 0 - WS-DROP-LIMIT AND
              (WS-OPEN-MONTH = 'N' OR WS-LY-PARTIAL = 'Y')
               MOVE 'Y' TO WS-FLAG-DROP
           END-IF
           IF WS-CURR-TYPE = 'I'
               IF WS-FLAG-RETURNS = 'Y'
                   ADD 1 TO WS-ITEMS-RETURN-FLAGGED
                   MOVE "*HIGH RETURNS*" TO WS-FLAGS-TEXT
               END-IF
               IF WS-FLAG-DROP = 'Y'
                   ADD 1 TO WS-ITEMS-DROP-FLAGGED
                   IF WS-FLAG-RETURNS = 'Y'
                       MOVE "*HIGH RETURNS* *SALES DROP*"
                           TO WS-FLAGS-TEXT
                   ELSE
                       MOVE "*SALES DROP*" TO WS-FLAGS-TEXT
                   END-IF
               END-IF
           END-IF.

       SET-CODE-LABEL.
           MOVE SPACES TO WS-CODE-LABEL
           IF WS-CURR-TYPE = 'T'
               STRING "Tier ", FUNCTION TRIM(WS-CURR-CODE)
                   DELIMITED BY SIZE INTO WS-CODE-LABEL
               END-STRING
           ELSE
               MOVE WS-CURR-CODE TO WS-CODE-LABEL
           END-IF.

      *>  --------------------------------------------------------
      *>  Report
      *>  --------------------------------------------------------
       WRITE-REPORT-HEADER.
           MOVE SPACES TO SALES-REPORT-RECORD
           STRING "Sales Analysis by Item and Customer Tier - period ",
                  WS-SALES-PERIOD(1:4), "-", WS-SALES-PERIOD(5:2),
                  " (business date ", WS-BUSINESS-DATE, ")"
               DELIMITED BY SIZE INTO SALES-REPORT-RECORD
           END-STRING
           WRITE SALES-REPORT-RECORD
           MOVE SPACES TO SALES-REPORT-RECORD
           STRING "Net sales (gross less credit-memo returns, USD) "
                  "against ", WS-LY-PERIOD(1:4), "-", WS-LY-PERIOD(5:2),
                  "; year to date is January through the period month."
               DELIMITED BY SIZE INTO SALES-REPORT-RECORD
           END-STRING
           WRITE SALES-REPORT-RECORD
           IF WS-OPEN-MONTH = 'Y'
               MOVE SPACES TO SALES-REPORT-RECORD
               IF WS-LY-PARTIAL = 'Y'
                   STRING "Month in progress, to date through ",
                          WS-BUSINESS-DATE, " - last year's month is "
                          "to date through ", WS-LY-CUTOFF, "."
                       DELIMITED BY SIZE INTO SALES-REPORT-RECORD
                   END-STRING
               ELSE
                   STRING "Month in progress, to date through ",
                          WS-BUSINESS-DATE, " - no daily figures for "
                          "last year's month, so it is shown in full "
                          "and no item is flagged for a sales drop."
                       DELIMITED BY SIZE INTO SALES-REPORT-RECORD
                   END-STRING
               END-IF
               WRITE SALES-REPORT-RECORD
           END-IF
           MOVE WS-RETURN-LIMIT TO WS-LIMIT-EDIT
           MOVE WS-DROP-LIMIT TO WS-LIMIT-EDIT-2
           MOVE SPACES TO SALES-REPORT-RECORD
           STRING "Items flagged: returns over ",
                  FUNCTION TRIM(WS-LIMIT-EDIT),
                  "% of the month's gross sales (*HIGH RETURNS*); "
                  "month's net sales down more than ",
                  FUNCTION TRIM(WS-LIMIT-EDIT-2),
                  "% on last year (*SALES DROP*)."
               DELIMITED BY SIZE INTO SALES-REPORT-RECORD
           END-STRING
           WRITE SALES-REPORT-RECORD.

       WRITE-SECTION-HEADER.
           MOVE 0 TO WS-SEC-MTD-NET WS-SEC-LY-MTD-NET
                     WS-SEC-YTD-NET WS-SEC-LY-YTD-NET WS-SEC-LINES
           MOVE SPACES TO SALES-REPORT-RECORD
           WRITE SALES-REPORT-RECORD
           MOVE SPACES TO SALES-REPORT-RECORD
           MOVE SPACES TO WS-CODE-LABEL
           IF WS-CURR-TYPE = 'T'
               STRING "Net sales by customer tier:"
                   DELIMITED BY SIZE INTO SALES-REPORT-RECORD
               END-STRING
               MOVE "Tier" TO WS-CODE-LABEL
           ELSE
               STRING "Net sales by item:"
                   DELIMITED BY SIZE INTO SALES-REPORT-RECORD
               END-STRING
               MOVE "Item" TO WS-CODE-LABEL
           END-IF
           WRITE SALES-REPORT-RECORD
           MOVE SPACES TO SALES-REPORT-RECORD
           STRING "  ", WS-CODE-LABEL,
                  "       MTD Net", "    LY MTD Net", "     Chg %",
                  "       YTD Net", "    LY YTD Net", "     Chg %",
                  "  Return %", "  Flags"
               DELIMITED BY SIZE INTO SALES-REPORT-RECORD
           END-STRING
           WRITE SALES-REPORT-RECORD.

       WRITE-SECTION-TOTAL.
           MOVE WS-SEC-MTD-NET TO WS-CALC-CUR
           MOVE WS-SEC-LY-MTD-NET TO WS-CALC-PRIOR
           PERFORM COMPUTE-CHANGE-PCT
           MOVE WS-PCT-TEXT TO WS-PCT-TEXT-2
           MOVE WS-SEC-YTD-NET TO WS-CALC-CUR
           MOVE WS-SEC-LY-YTD-NET TO WS-CALC-PRIOR
           PERFORM COMPUTE-CHANGE-PCT
           MOVE WS-SEC-MTD-NET TO WS-MTD-EDIT
           MOVE WS-SEC-LY-MTD-NET TO WS-LY-MTD-EDIT
           MOVE WS-SEC-YTD-NET TO WS-YTD-EDIT
           MOVE WS-SEC-LY-YTD-NET TO WS-LY-YTD-EDIT
           MOVE "Total" TO WS-CODE-LABEL
           MOVE SPACES TO SALES-REPORT-RECORD
           STRING "  ", WS-CODE-LABEL, WS-MTD-EDIT, WS-LY-MTD-EDIT,
                  WS-PCT-TEXT-2, WS-YTD-EDIT, WS-LY-YTD-EDIT,
                  WS-PCT-TEXT
               DELIMITED BY SIZE INTO SALES-REPORT-RECORD
           END-STRING
           WRITE SALES-REPORT-RECORD.

       WRITE-REPORT-TRAILER.
           IF WS-FIRST-BUCKET = 'Y'
               MOVE SPACES TO SALES-REPORT-RECORD
               WRITE SALES-REPORT-RECORD
               MOVE SPACES TO SALES-REPORT-RECORD
               STRING "  (the sales history holds no buckets)"
                   DELIMITED BY SIZE INTO SALES-REPORT-RECORD
               END-STRING
               WRITE SALES-REPORT-RECORD
           END-IF
           MOVE SPACES TO SALES-REPORT-RECORD
           WRITE SALES-REPORT-RECORD
           MOVE WS-ITEMS-RETURN-FLAGGED TO WS-COUNT-EDIT
           MOVE WS-ITEMS-DROP-FLAGGED TO WS-COUNT-EDIT-2
           MOVE SPACES TO SALES-REPORT-RECORD
           STRING "Items flagged for high returns: ",
                  FUNCTION TRIM(WS-COUNT-EDIT),
                  "  Items flagged for a sales drop: ",
                  FUNCTION TRIM(WS-COUNT-EDIT-2)
               DELIMITED BY SIZE INTO SALES-REPORT-RECORD
           END-STRING
           WRITE SALES-REPORT-RECORD
           MOVE WS-BUCKETS-READ TO WS-COUNT-EDIT
           MOVE SPACES TO SALES-REPORT-RECORD
           STRING "History buckets read: ", FUNCTION TRIM(WS-COUNT-EDIT)
               DELIMITED BY SIZE INTO SALES-REPORT-RECORD
           END-STRING
           WRITE SALES-REPORT-RECORD.
