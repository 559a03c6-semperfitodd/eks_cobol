       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENDORSCORE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENDOR-HISTORY-FILE
               ASSIGN TO "/output/vendor_quality_history.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VENDOR-HISTORY-STATUS.
           SELECT SCORECARD-FILE
               ASSIGN TO "/mnt/efs/output/vendor_scorecard.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "/output/run_control.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VENDOR-HISTORY-FILE.
       01  VENDOR-HISTORY-RECORD PIC X(400).

       FD  SCORECARD-FILE.
       01  SCORECARD-RECORD PIC X(250).

       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-VENDOR-HISTORY-STATUS PIC XX.
       01  WS-RUN-CONTROL-STATUS PIC XX.
       01  WS-EOF PIC X VALUE 'N'.

      *>  Vendor scorecard.  CSVBATCHPROCESS appends one line per
      *>  vendor file to /output/vendor_quality_history.txt:
      *>      BUSDATE|VENDOR|FILE|READ|VALID|INVALID|REJECT-PCT|A-or-Q|
      *>      CODE1|COUNT1|CODE2|COUNT2|CODE3|COUNT3
      *>  where VENDOR is the vendor_quality.cfg (or csv_layouts.cfg)
      *>  pattern the file matched and CODE1-3 are that file's three
      *>  most frequent reject reasons.  This report looks back over a
      *>  window of business days ending on the business date - 30 by
      *>  default, or SCORECARD-DAYS|n in run_control.cfg (1 to 60) -
      *>  and gives, per vendor, a day-by-day line of volume and reject
      *>  rate, window totals, whether the reject rate is getting
      *>  worse (later half of the window against the earlier half,
      *>  more than 1.00 point either way), and the reason codes behind
      *>  the rejects.  Reason totals are built from each file's top
      *>  three, so a long tail of rare reasons shows up only in the
      *>  "other" figure.
      *>
      *>  A forced rerun can reprocess a file and append a second line
      *>  for it; the last line for a business date and file is the
      *>  one counted.
       01  WS-WINDOW-DAYS PIC 9(3) VALUE 30.
       01  WS-HALF-DAYS PIC 9(3) VALUE 0.
       01  WS-END-DAY PIC 9(8) VALUE 0.
       01  WS-START-DAY PIC 9(8) VALUE 0.
       01  WS-LINE-DAY PIC 9(8) VALUE 0.
       01  WS-DAY-IDX PIC 9(3) VALUE 0.
       01  WS-DAY-DATE PIC 9(8) VALUE 0.
       01  WS-WINDOW-FROM PIC 9(8) VALUE 0.
       01  WS-LINES-READ PIC 9(7) VALUE 0.
       01  WS-LINES-IN-WINDOW PIC 9(7) VALUE 0.
       01  WS-LINES-REPLACED PIC 9(7) VALUE 0.
       01  WS-LINES-BAD PIC 9(7) VALUE 0.

      *>  History line fields, as text off the UNSTRING.
       01  WS-HIST-DATE-TEXT PIC X(10).
       01  WS-HIST-VENDOR-TEXT PIC X(50).
       01  WS-HIST-FILE-TEXT PIC X(100).
       01  WS-HIST-READ-TEXT PIC X(10).
       01  WS-HIST-VALID-TEXT PIC X(10).
       01  WS-HIST-INVALID-TEXT PIC X(10).
       01  WS-HIST-PCT-TEXT PIC X(10).
       01  WS-HIST-STATUS-TEXT PIC X(5).
       01  WS-HIST-REASON-TAB.
           05  WS-HIST-CODE-TEXT  PIC X(30) OCCURS 3 TIMES.
           05  WS-HIST-COUNT-TEXT PIC X(10) OCCURS 3 TIMES.
       01  WS-HIST-DATE PIC 9(8) VALUE 0.

      *>  In-window history lines, one per business date and file.
       01  WS-LINE-COUNT PIC 9(4) VALUE 0.
       01  WS-LINE-IDX PIC 9(4) VALUE 0.
       01  WS-LINE-HIT PIC 9(4) VALUE 0.
       01  WS-LINE-TAB.
           05  WS-LINE-ENTRY OCCURS 3000 TIMES.
               10  WS-LN-DATE     PIC 9(8).
               10  WS-LN-OFFSET   PIC 9(3).
               10  WS-LN-VENDOR   PIC X(50).
               10  WS-LN-FILE     PIC X(100).
               10  WS-LN-READ     PIC 9(7).
               10  WS-LN-VALID    PIC 9(7).
               10  WS-LN-INVALID  PIC 9(7).
               10  WS-LN-STATUS   PIC X.
               10  WS-LN-REASON OCCURS 3 TIMES.
                   15  WS-LN-CODE  PIC X(30).
                   15  WS-LN-COUNT PIC 9(7).

      *>  Per-vendor totals, daily buckets and reason tallies.
       01  WS-VENDOR-COUNT PIC 9(3) VALUE 0.
       01  WS-VENDOR-IDX PIC 9(3) VALUE 0.
       01  WS-VENDOR-HIT PIC 9(3) VALUE 0.
       01  WS-VENDOR-TAB.
           05  WS-VENDOR-ENTRY OCCURS 50 TIMES.
               10  WS-VND-NAME          PIC X(50).
               10  WS-VND-FILES         PIC 9(5).
               10  WS-VND-READ          PIC 9(9).
               10  WS-VND-VALID         PIC 9(9).
               10  WS-VND-INVALID       PIC 9(9).
               10  WS-VND-QUARANTINED   PIC 9(5).
               10  WS-VND-EARLY-READ    PIC 9(9).
               10  WS-VND-EARLY-INVALID PIC 9(9).
               10  WS-VND-LATE-READ     PIC 9(9).
               10  WS-VND-LATE-INVALID  PIC 9(9).
               10  WS-VND-REASON-COUNT  PIC 9(2).
               10  WS-VND-REASON OCCURS 10 TIMES.
                   15  WS-VND-REASON-CODE  PIC X(30).
                   15  WS-VND-REASON-TOTAL PIC 9(9).
                   15  WS-VND-REASON-TAKEN PIC X.
               10  WS-VND-DAY OCCURS 60 TIMES.
                   15  WS-VND-DAY-FILES   PIC 9(5).
                   15  WS-VND-DAY-READ    PIC 9(9).
                   15  WS-VND-DAY-INVALID PIC 9(9).
                   15  WS-VND-DAY-QUAR    PIC 9(5).
       01  WS-VENDORS-FULL PIC X VALUE 'N'.
       01  WS-REASONS-FULL PIC X VALUE 'N'.
       01  WS-SLOT-IDX PIC 9 VALUE 0.
       01  WS-REASON-IDX PIC 9(2) VALUE 0.
       01  WS-REASON-HIT PIC 9(2) VALUE 0.
       01  WS-TOP-IDX PIC 9 VALUE 0.
       01  WS-TOP-BEST PIC 9(2) VALUE 0.
       01  WS-TALLIED-REJECTS PIC 9(9) VALUE 0.
       01  WS-OTHER-REJECTS PIC 9(9) VALUE 0.

      *>  Rates and report edits.
       01  WS-CALC-READ PIC 9(9) VALUE 0.
       01  WS-CALC-INVALID PIC 9(9) VALUE 0.
       01  WS-CALC-PCT PIC 9(3)V99 VALUE 0.
       01  WS-EARLY-PCT PIC 9(3)V99 VALUE 0.
       01  WS-LATE-PCT PIC 9(3)V99 VALUE 0.
       01  WS-PCT-CHANGE PIC S9(3)V99 VALUE 0.
       01  WS-TREND-TEXT PIC X(20).
       01  WS-PCT-EDIT PIC ZZ9.99.
       01  WS-PCT-EDIT-2 PIC ZZ9.99.
       01  WS-CHANGE-EDIT PIC +++9.99.
       01  WS-COUNT-EDIT PIC Z(8)9.
       01  WS-COUNT-EDIT-2 PIC Z(8)9.
       01  WS-COUNT-EDIT-3 PIC Z(8)9.
       01  WS-COUNT-EDIT-4 PIC Z(8)9.
       01  WS-DAYS-EDIT PIC ZZ9.

       01  WS-BUSINESS-DATE PIC X(8).
       01  WS-START-TS PIC X(14).
       01  WS-RUN-CONTROL-EOF PIC X VALUE 'N'.
       01  WS-CTL-KEY-TEXT PIC X(20).
       01  WS-CTL-VALUE-TEXT PIC X(20).

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           PERFORM INIT-RUN-CONTROL
           PERFORM SET-WINDOW
           OPEN INPUT VENDOR-HISTORY-FILE
           IF WS-VENDOR-HISTORY-STATUS NOT = "00"
               DISPLAY "No vendor quality history found at "
                   "/output/vendor_quality_history.txt - nothing to "
                   "score."
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ VENDOR-HISTORY-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF FUNCTION TRIM(VENDOR-HISTORY-RECORD) NOT = SPACES
                           ADD 1 TO WS-LINES-READ
                           PERFORM STORE-HISTORY-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE VENDOR-HISTORY-FILE
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > WS-LINE-COUNT
               PERFORM ADD-LINE-TO-VENDOR
           END-PERFORM
           OPEN OUTPUT SCORECARD-FILE
           PERFORM WRITE-REPORT-HEADER
           PERFORM WRITE-VENDOR-SUMMARY
           PERFORM VARYING WS-VENDOR-IDX FROM 1 BY 1
                   UNTIL WS-VENDOR-IDX > WS-VENDOR-COUNT
               PERFORM WRITE-VENDOR-DETAIL
           END-PERFORM
           PERFORM WRITE-REPORT-TRAILER
           CLOSE SCORECARD-FILE
           DISPLAY "Vendor scorecard: " WS-VENDOR-COUNT " vendors, "
               WS-LINES-IN-WINDOW " files in the window."
           STOP RUN.

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
           END-IF.

      *>  SCORECARD-DAYS outside 1-60 is ignored with a warning - the
      *>  daily buckets only go to 60.
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
           IF FUNCTION TRIM(WS-CTL-KEY-TEXT) = "SCORECARD-DAYS"
               IF FUNCTION TEST-NUMVAL(WS-CTL-VALUE-TEXT) = 0
                  AND FUNCTION NUMVAL(WS-CTL-VALUE-TEXT) >= 1
                  AND FUNCTION NUMVAL(WS-CTL-VALUE-TEXT) <= 60
                   COMPUTE WS-WINDOW-DAYS =
                       FUNCTION NUMVAL(WS-CTL-VALUE-TEXT)
               ELSE
                   DISPLAY "WARNING: SCORECARD-DAYS "
                       FUNCTION TRIM(WS-CTL-VALUE-TEXT)
                       " is not 1 to 60 - using " WS-WINDOW-DAYS
                       " days."
               END-IF
           END-IF.

      *>  Business days are counted as calendar days; the earlier
      *>  half of an odd-length window is the shorter one.
       SET-WINDOW.
           IF FUNCTION TEST-DATE-YYYYMMDD(FUNCTION NUMVAL(WS-BUSINESS-DATE))
                  NOT = 0
               MOVE WS-START-TS(1:8) TO WS-BUSINESS-DATE
           END-IF
           COMPUTE WS-END-DAY =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-BUSINESS-DATE))
           COMPUTE WS-START-DAY = WS-END-DAY - WS-WINDOW-DAYS + 1
           COMPUTE WS-WINDOW-FROM = FUNCTION DATE-OF-INTEGER(WS-START-DAY)
           COMPUTE WS-HALF-DAYS = WS-WINDOW-DAYS / 2.

      *>  --------------------------------------------------------
      *>  History load
      *>  --------------------------------------------------------
       STORE-HISTORY-LINE.
           MOVE SPACES TO WS-HIST-DATE-TEXT WS-HIST-VENDOR-TEXT
                          WS-HIST-FILE-TEXT WS-HIST-READ-TEXT
                          WS-HIST-VALID-TEXT WS-HIST-INVALID-TEXT
                          WS-HIST-PCT-TEXT WS-HIST-STATUS-TEXT
                          WS-HIST-CODE-TEXT(1) WS-HIST-COUNT-TEXT(1)
                          WS-HIST-CODE-TEXT(2) WS-HIST-COUNT-TEXT(2)
                          WS-HIST-CODE-TEXT(3) WS-HIST-COUNT-TEXT(3)
           UNSTRING VENDOR-HISTORY-RECORD DELIMITED BY "|"
               INTO WS-HIST-DATE-TEXT, WS-HIST-VENDOR-TEXT,
                    WS-HIST-FILE-TEXT, WS-HIST-READ-TEXT,
                    WS-HIST-VALID-TEXT, WS-HIST-INVALID-TEXT,
                    WS-HIST-PCT-TEXT, WS-HIST-STATUS-TEXT,
                    WS-HIST-CODE-TEXT(1), WS-HIST-COUNT-TEXT(1),
                    WS-HIST-CODE-TEXT(2), WS-HIST-COUNT-TEXT(2),
                    WS-HIST-CODE-TEXT(3), WS-HIST-COUNT-TEXT(3)
           END-UNSTRING
           IF WS-HIST-DATE-TEXT(1:8) IS NOT NUMERIC
              OR FUNCTION TEST-DATE-YYYYMMDD(
                     FUNCTION NUMVAL(WS-HIST-DATE-TEXT(1:8))) NOT = 0
              OR FUNCTION TEST-NUMVAL(WS-HIST-READ-TEXT) NOT = 0
              OR FUNCTION TEST-NUMVAL(WS-HIST-INVALID-TEXT) NOT = 0
               ADD 1 TO WS-LINES-BAD
           ELSE
               MOVE WS-HIST-DATE-TEXT(1:8) TO WS-HIST-DATE
               COMPUTE WS-LINE-DAY = FUNCTION INTEGER-OF-DATE(WS-HIST-DATE)
               IF WS-LINE-DAY >= WS-START-DAY AND
                  WS-LINE-DAY <= WS-END-DAY
                   PERFORM KEEP-WINDOW-LINE
               END-IF
           END-IF.

       KEEP-WINDOW-LINE.
           MOVE 0 TO WS-LINE-HIT
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > WS-LINE-COUNT
               IF WS-LN-DATE(WS-LINE-IDX) = WS-HIST-DATE AND
                  WS-LN-FILE(WS-LINE-IDX) = WS-HIST-FILE-TEXT
                   MOVE WS-LINE-IDX TO WS-LINE-HIT
               END-IF
           END-PERFORM
           IF WS-LINE-HIT > 0
               ADD 1 TO WS-LINES-REPLACED
           ELSE
               IF WS-LINE-COUNT < 3000
                   ADD 1 TO WS-LINE-COUNT
                   ADD 1 TO WS-LINES-IN-WINDOW
                   MOVE WS-LINE-COUNT TO WS-LINE-HIT
               ELSE
                   DISPLAY "WARNING: more than 3000 vendor files in the "
                       "window - " FUNCTION TRIM(WS-HIST-FILE-TEXT)
                       " left off the scorecard."
               END-IF
           END-IF
           IF WS-LINE-HIT > 0
               MOVE WS-HIST-DATE TO WS-LN-DATE(WS-LINE-HIT)
               COMPUTE WS-LN-OFFSET(WS-LINE-HIT) =
                   WS-LINE-DAY - WS-START-DAY
               MOVE WS-HIST-VENDOR-TEXT TO WS-LN-VENDOR(WS-LINE-HIT)
               MOVE WS-HIST-FILE-TEXT TO WS-LN-FILE(WS-LINE-HIT)
               COMPUTE WS-LN-READ(WS-LINE-HIT) =
                   FUNCTION NUMVAL(WS-HIST-READ-TEXT)
               MOVE 0 TO WS-LN-VALID(WS-LINE-HIT)
               IF FUNCTION TEST-NUMVAL(WS-HIST-VALID-TEXT) = 0
                   COMPUTE WS-LN-VALID(WS-LINE-HIT) =
                       FUNCTION NUMVAL(WS-HIST-VALID-TEXT)
               END-IF
               COMPUTE WS-LN-INVALID(WS-LINE-HIT) =
                   FUNCTION NUMVAL(WS-HIST-INVALID-TEXT)
               MOVE WS-HIST-STATUS-TEXT(1:1) TO WS-LN-STATUS(WS-LINE-HIT)
               PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
                       UNTIL WS-SLOT-IDX > 3
                   MOVE WS-HIST-CODE-TEXT(WS-SLOT-IDX)
                       TO WS-LN-CODE(WS-LINE-HIT, WS-SLOT-IDX)
                   MOVE 0 TO WS-LN-COUNT(WS-LINE-HIT, WS-SLOT-IDX)
                   IF FUNCTION TEST-NUMVAL(WS-HIST-COUNT-TEXT(WS-SLOT-IDX))
                          = 0
                       COMPUTE WS-LN-COUNT(WS-LINE-HIT, WS-SLOT-IDX) =
                           FUNCTION NUMVAL(WS-HIST-COUNT-TEXT(WS-SLOT-IDX))
                   END-IF
               END-PERFORM
           END-IF.

      *>  --------------------------------------------------------
      *>  Vendor totals
      *>  --------------------------------------------------------
       ADD-LINE-TO-VENDOR.
           PERFORM FIND-VENDOR
           IF WS-VENDOR-HIT > 0
               ADD 1 TO WS-VND-FILES(WS-VENDOR-HIT)
               ADD WS-LN-READ(WS-LINE-IDX) TO WS-VND-READ(WS-VENDOR-HIT)
               ADD WS-LN-VALID(WS-LINE-IDX) TO WS-VND-VALID(WS-VENDOR-HIT)
               ADD WS-LN-INVALID(WS-LINE-IDX)
                   TO WS-VND-INVALID(WS-VENDOR-HIT)
               COMPUTE WS-DAY-IDX = WS-LN-OFFSET(WS-LINE-IDX) + 1
               ADD 1 TO WS-VND-DAY-FILES(WS-VENDOR-HIT, WS-DAY-IDX)
               ADD WS-LN-READ(WS-LINE-IDX)
                   TO WS-VND-DAY-READ(WS-VENDOR-HIT, WS-DAY-IDX)
               ADD WS-LN-INVALID(WS-LINE-IDX)
                   TO WS-VND-DAY-INVALID(WS-VENDOR-HIT, WS-DAY-IDX)
               IF WS-LN-STATUS(WS-LINE-IDX) = 'Q'
                   ADD 1 TO WS-VND-QUARANTINED(WS-VENDOR-HIT)
                   ADD 1 TO WS-VND-DAY-QUAR(WS-VENDOR-HIT, WS-DAY-IDX)
               END-IF
               IF WS-LN-OFFSET(WS-LINE-IDX) < WS-HALF-DAYS
                   ADD WS-LN-READ(WS-LINE-IDX)
                       TO WS-VND-EARLY-READ(WS-VENDOR-HIT)
                   ADD WS-LN-INVALID(WS-LINE-IDX)
                       TO WS-VND-EARLY-INVALID(WS-VENDOR-HIT)
               ELSE
                   ADD WS-LN-READ(WS-LINE-IDX)
                       TO WS-VND-LATE-READ(WS-VENDOR-HIT)
                   ADD WS-LN-INVALID(WS-LINE-IDX)
                       TO WS-VND-LATE-INVALID(WS-VENDOR-HIT)
               END-IF
               PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
                       UNTIL WS-SLOT-IDX > 3
                   IF WS-LN-CODE(WS-LINE-IDX, WS-SLOT-IDX) NOT = SPACES
                       PERFORM ADD-VENDOR-REASON
                   END-IF
               END-PERFORM
           END-IF.

       FIND-VENDOR.
           MOVE 0 TO WS-VENDOR-HIT
           PERFORM VARYING WS-VENDOR-IDX FROM 1 BY 1
                   UNTIL WS-VENDOR-IDX > WS-VENDOR-COUNT
               IF WS-VND-NAME(WS-VENDOR-IDX) = WS-LN-VENDOR(WS-LINE-IDX)
                   MOVE WS-VENDOR-IDX TO WS-VENDOR-HIT
               END-IF
           END-PERFORM
           IF WS-VENDOR-HIT = 0
               IF WS-VENDOR-COUNT < 50
                   ADD 1 TO WS-VENDOR-COUNT
                   MOVE WS-VENDOR-COUNT TO WS-VENDOR-HIT
                   INITIALIZE WS-VENDOR-ENTRY(WS-VENDOR-HIT)
                   MOVE WS-LN-VENDOR(WS-LINE-IDX)
                       TO WS-VND-NAME(WS-VENDOR-HIT)
               ELSE
                   IF WS-VENDORS-FULL = 'N'
                       MOVE 'Y' TO WS-VENDORS-FULL
                       DISPLAY "WARNING: more than 50 vendors in the "
                           "window - " FUNCTION TRIM(WS-LN-VENDOR(WS-LINE-IDX))
                           " and any later vendors are left off the "
                           "scorecard."
                   END-IF
               END-IF
           END-IF.

      *>  Reasons past the tenth for a vendor fall into "other".
       ADD-VENDOR-REASON.
           MOVE 0 TO WS-REASON-HIT
           PERFORM VARYING WS-REASON-IDX FROM 1 BY 1
                   UNTIL WS-REASON-IDX > WS-VND-REASON-COUNT(WS-VENDOR-HIT)
               IF WS-VND-REASON-CODE(WS-VENDOR-HIT, WS-REASON-IDX) =
                  WS-LN-CODE(WS-LINE-IDX, WS-SLOT-IDX)
                   MOVE WS-REASON-IDX TO WS-REASON-HIT
               END-IF
           END-PERFORM
           IF WS-REASON-HIT = 0
               IF WS-VND-REASON-COUNT(WS-VENDOR-HIT) < 10
                   ADD 1 TO WS-VND-REASON-COUNT(WS-VENDOR-HIT)
                   MOVE WS-VND-REASON-COUNT(WS-VENDOR-HIT) TO WS-REASON-HIT
                   MOVE WS-LN-CODE(WS-LINE-IDX, WS-SLOT-IDX)
                       TO WS-VND-REASON-CODE(WS-VENDOR-HIT, WS-REASON-HIT)
                   MOVE 0
                       TO WS-VND-REASON-TOTAL(WS-VENDOR-HIT, WS-REASON-HIT)
               ELSE
                   IF WS-REASONS-FULL = 'N'
                       MOVE 'Y' TO WS-REASONS-FULL
                       DISPLAY "WARNING: a vendor has more than 10 reject "
                           "reason codes in the window - the rest are "
                           "shown as other."
                   END-IF
               END-IF
           END-IF
           IF WS-REASON-HIT > 0
               ADD WS-LN-COUNT(WS-LINE-IDX, WS-SLOT-IDX)
                   TO WS-VND-REASON-TOTAL(WS-VENDOR-HIT, WS-REASON-HIT)
           END-IF.

      *>  WS-CALC-READ / WS-CALC-INVALID in, WS-CALC-PCT out.
       COMPUTE-REJECT-PCT.
           MOVE 0 TO WS-CALC-PCT
           IF WS-CALC-READ > 0
               COMPUTE WS-CALC-PCT ROUNDED =
                   WS-CALC-INVALID * 100 / WS-CALC-READ
           END-IF.

      *>  Later half against earlier half; a half with nothing read
      *>  leaves no trend to call.
       SET-VENDOR-TREND.
           MOVE WS-VND-EARLY-READ(WS-VENDOR-IDX) TO WS-CALC-READ
           MOVE WS-VND-EARLY-INVALID(WS-VENDOR-IDX) TO WS-CALC-INVALID
           PERFORM COMPUTE-REJECT-PCT
           MOVE WS-CALC-PCT TO WS-EARLY-PCT
           MOVE WS-VND-LATE-READ(WS-VENDOR-IDX) TO WS-CALC-READ
           MOVE WS-VND-LATE-INVALID(WS-VENDOR-IDX) TO WS-CALC-INVALID
           PERFORM COMPUTE-REJECT-PCT
           MOVE WS-CALC-PCT TO WS-LATE-PCT
           COMPUTE WS-PCT-CHANGE = WS-LATE-PCT - WS-EARLY-PCT
           EVALUATE TRUE
               WHEN WS-VND-EARLY-READ(WS-VENDOR-IDX) = 0 OR
                    WS-VND-LATE-READ(WS-VENDOR-IDX) = 0
                   MOVE "NOT ENOUGH DATA" TO WS-TREND-TEXT
               WHEN WS-PCT-CHANGE > 1.00
                   MOVE "WORSENING" TO WS-TREND-TEXT
               WHEN WS-PCT-CHANGE < -1.00
                   MOVE "IMPROVING" TO WS-TREND-TEXT
               WHEN OTHER
                   MOVE "STEADY" TO WS-TREND-TEXT
           END-EVALUATE.

      *>  --------------------------------------------------------
      *>  Report
      *>  --------------------------------------------------------
       WRITE-REPORT-HEADER.
           MOVE WS-WINDOW-DAYS TO WS-DAYS-EDIT
           MOVE SPACES TO SCORECARD-RECORD
           STRING "Vendor Data-Quality Scorecard - business date ",
                  WS-BUSINESS-DATE, " - ", FUNCTION TRIM(WS-DAYS-EDIT),
                  " days from ", WS-WINDOW-FROM
               DELIMITED BY SIZE INTO SCORECARD-RECORD
           END-STRING
           WRITE SCORECARD-RECORD
           MOVE SPACES TO SCORECARD-RECORD
           WRITE SCORECARD-RECORD.

      *>  One line per vendor so the worst can be picked out at a
      *>  glance; the detail sections follow in the same order.
       WRITE-VENDOR-SUMMARY.
           MOVE SPACES TO SCORECARD-RECORD
           STRING "Vendor summary (files / read / rejected / reject % / "
                  "quarantined / trend):"
               DELIMITED BY SIZE INTO SCORECARD-RECORD
           END-STRING
           WRITE SCORECARD-RECORD
           IF WS-VENDOR-COUNT = 0
               MOVE SPACES TO SCORECARD-RECORD
               STRING "  (no vendor files in the window)"
                   DELIMITED BY SIZE INTO SCORECARD-RECORD
               END-STRING
               WRITE SCORECARD-RECORD
           END-IF
           PERFORM VARYING WS-VENDOR-IDX FROM 1 BY 1
                   UNTIL WS-VENDOR-IDX > WS-VENDOR-COUNT
               MOVE WS-VND-READ(WS-VENDOR-IDX) TO WS-CALC-READ
               MOVE WS-VND-INVALID(WS-VENDOR-IDX) TO WS-CALC-INVALID
               PERFORM COMPUTE-REJECT-PCT
               MOVE WS-CALC-PCT TO WS-PCT-EDIT
               PERFORM SET-VENDOR-TREND
               MOVE WS-VND-FILES(WS-VENDOR-IDX) TO WS-COUNT-EDIT
               MOVE WS-VND-READ(WS-VENDOR-IDX) TO WS-COUNT-EDIT-2
               MOVE WS-VND-INVALID(WS-VENDOR-IDX) TO WS-COUNT-EDIT-3
               MOVE WS-VND-QUARANTINED(WS-VENDOR-IDX) TO WS-COUNT-EDIT-4
               MOVE SPACES TO SCORECARD-RECORD
               STRING "  ", WS-VND-NAME(WS-VENDOR-IDX)(1:30), " ",
                      WS-COUNT-EDIT(5:5), " ", WS-COUNT-EDIT-2, " ",
                      WS-COUNT-EDIT-3, " ", WS-PCT-EDIT, "%  ",
                      WS-COUNT-EDIT-4(5:5), "  ",
                      FUNCTION TRIM(WS-TREND-TEXT)
                   DELIMITED BY SIZE INTO SCORECARD-RECORD
               END-STRING
               WRITE SCORECARD-RECORD
           END-PERFORM.

       WRITE-VENDOR-DETAIL.
           MOVE SPACES TO SCORECARD-RECORD
           WRITE SCORECARD-RECORD
           MOVE SPACES TO SCORECARD-RECORD
           STRING "Vendor: ", FUNCTION TRIM(WS-VND-NAME(WS-VENDOR-IDX))
               DELIMITED BY SIZE INTO SCORECARD-RECORD
           END-STRING
           WRITE SCORECARD-RECORD
           MOVE SPACES TO SCORECARD-RECORD
           STRING "  Date        Files    Read  Rejected  Reject %"
                  "  Quarantined"
               DELIMITED BY SIZE INTO SCORECARD-RECORD
           END-STRING
           WRITE SCORECARD-RECORD
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                   UNTIL WS-DAY-IDX > WS-WINDOW-DAYS
               IF WS-VND-DAY-FILES(WS-VENDOR-IDX, WS-DAY-IDX) > 0
                   PERFORM WRITE-VENDOR-DAY-LINE
               END-IF
           END-PERFORM
           MOVE WS-VND-READ(WS-VENDOR-IDX) TO WS-CALC-READ
           MOVE WS-VND-INVALID(WS-VENDOR-IDX) TO WS-CALC-INVALID
           PERFORM COMPUTE-REJECT-PCT
           MOVE WS-CALC-PCT TO WS-PCT-EDIT
           MOVE WS-VND-FILES(WS-VENDOR-IDX) TO WS-COUNT-EDIT
           MOVE WS-VND-READ(WS-VENDOR-IDX) TO WS-COUNT-EDIT-2
           MOVE WS-VND-INVALID(WS-VENDOR-IDX) TO WS-COUNT-EDIT-3
           MOVE WS-VND-QUARANTINED(WS-VENDOR-IDX) TO WS-COUNT-EDIT-4
           MOVE SPACES TO SCORECARD-RECORD
           STRING "  Window      ", WS-COUNT-EDIT(5:5), " ",
                  WS-COUNT-EDIT-2(3:7), "  ", WS-COUNT-EDIT-3(2:8), "    ",
                  WS-PCT-EDIT, "        ", WS-COUNT-EDIT-4(5:5)
               DELIMITED BY SIZE INTO SCORECARD-RECORD
           END-STRING
           WRITE SCORECARD-RECORD
           PERFORM SET-VENDOR-TREND
           MOVE WS-EARLY-PCT TO WS-PCT-EDIT
           MOVE WS-LATE-PCT TO WS-PCT-EDIT-2
           MOVE WS-PCT-CHANGE TO WS-CHANGE-EDIT
           MOVE SPACES TO SCORECARD-RECORD
           STRING "  Reject rate earlier half ", FUNCTION TRIM(WS-PCT-EDIT),
                  "%, later half ", FUNCTION TRIM(WS-PCT-EDIT-2),
                  "% (", FUNCTION TRIM(WS-CHANGE-EDIT), " points) - ",
                  FUNCTION TRIM(WS-TREND-TEXT)
               DELIMITED BY SIZE INTO SCORECARD-RECORD
           END-STRING
           WRITE SCORECARD-RECORD
           PERFORM WRITE-VENDOR-REASONS.

       WRITE-VENDOR-DAY-LINE.
           COMPUTE WS-DAY-DATE =
               FUNCTION DATE-OF-INTEGER(WS-START-DAY + WS-DAY-IDX - 1)
           MOVE WS-VND-DAY-READ(WS-VENDOR-IDX, WS-DAY-IDX) TO WS-CALC-READ
           MOVE WS-VND-DAY-INVALID(WS-VENDOR-IDX, WS-DAY-IDX)
               TO WS-CALC-INVALID
           PERFORM COMPUTE-REJECT-PCT
           MOVE WS-CALC-PCT TO WS-PCT-EDIT
           MOVE WS-VND-DAY-FILES(WS-VENDOR-IDX, WS-DAY-IDX) TO WS-COUNT-EDIT
           MOVE WS-CALC-READ TO WS-COUNT-EDIT-2
           MOVE WS-CALC-INVALID TO WS-COUNT-EDIT-3
           MOVE WS-VND-DAY-QUAR(WS-VENDOR-IDX, WS-DAY-IDX) TO WS-COUNT-EDIT-4
           MOVE SPACES TO SCORECARD-RECORD
           STRING "  ", WS-DAY-DATE, "    ", WS-COUNT-EDIT(5:5), " ",
                  WS-COUNT-EDIT-2(3:7), "  ", WS-COUNT-EDIT-3(2:8), "    ",
                  WS-PCT-EDIT, "        ", WS-COUNT-EDIT-4(5:5)
               DELIMITED BY SIZE INTO SCORECARD-RECORD
           END-STRING
           WRITE SCORECARD-RECORD.

      *>  Top three reason codes by count, each as a share of the
      *>  vendor's rejects, then everything outside those three.
       WRITE-VENDOR-REASONS.
           MOVE 0 TO WS-TALLIED-REJECTS
           PERFORM VARYING WS-REASON-IDX FROM 1 BY 1
                   UNTIL WS-REASON-IDX > WS-VND-REASON-COUNT(WS-VENDOR-IDX)
               MOVE 'N' TO WS-VND-REASON-TAKEN(WS-VENDOR-IDX, WS-REASON-IDX)
           END-PERFORM
           MOVE SPACES TO SCORECARD-RECORD
           STRING "  Top reject reasons:"
               DELIMITED BY SIZE INTO SCORECARD-RECORD
           END-STRING
           WRITE SCORECARD-RECORD
           IF WS-VND-REASON-COUNT(WS-VENDOR-IDX) = 0
               MOVE SPACES TO SCORECARD-RECORD
               STRING "    (no rejects)"
                   DELIMITED BY SIZE INTO SCORECARD-RECORD
               END-STRING
               WRITE SCORECARD-RECORD
           END-IF
           PERFORM VARYING WS-TOP-IDX FROM 1 BY 1 UNTIL WS-TOP-IDX > 3
               PERFORM WRITE-NEXT-TOP-REASON
           END-PERFORM
           IF WS-VND-INVALID(WS-VENDOR-IDX) > WS-TALLIED-REJECTS
               COMPUTE WS-OTHER-REJECTS =
                   WS-VND-INVALID(WS-VENDOR-IDX) - WS-TALLIED-REJECTS
               MOVE WS-OTHER-REJECTS TO WS-COUNT-EDIT
               MOVE WS-OTHER-REJECTS TO WS-CALC-INVALID
               MOVE WS-VND-INVALID(WS-VENDOR-IDX) TO WS-CALC-READ
               PERFORM COMPUTE-REJECT-PCT
               MOVE WS-CALC-PCT TO WS-PCT-EDIT
               MOVE SPACES TO SCORECARD-RECORD
               STRING "    ", "other reasons                 ",
                      WS-COUNT-EDIT, "  ", WS-PCT-EDIT, "%"
                   DELIMITED BY SIZE INTO SCORECARD-RECORD
               END-STRING
               WRITE SCORECARD-RECORD
           END-IF.

      *>  Ties go to the reason seen first.
       WRITE-NEXT-TOP-REASON.
           MOVE 0 TO WS-TOP-BEST
           PERFORM VARYING WS-REASON-IDX FROM 1 BY 1
                   UNTIL WS-REASON-IDX > WS-VND-REASON-COUNT(WS-VENDOR-IDX)
               IF WS-VND-REASON-TAKEN(WS-VENDOR-IDX, WS-REASON-IDX) = 'N'
                   IF WS-TOP-BEST = 0
                       MOVE WS-REASON-IDX TO WS-TOP-BEST
                   ELSE
                       IF WS-VND-REASON-TOTAL(WS-VENDOR-IDX, WS-REASON-IDX) >
                          WS-VND-REASON-TOTAL(WS-VENDOR-IDX, WS-TOP-BEST)
                           MOVE WS-REASON-IDX TO WS-TOP-BEST
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-TOP-BEST > 0
               MOVE 'Y' TO WS-VND-REASON-TAKEN(WS-VENDOR-IDX, WS-TOP-BEST)
               PERFORM WRITE-REASON-LINE
           END-IF.

       WRITE-REASON-LINE.
           MOVE WS-VND-REASON-TOTAL(WS-VENDOR-IDX, WS-TOP-BEST)
               TO WS-COUNT-EDIT
           MOVE WS-VND-REASON-TOTAL(WS-VENDOR-IDX, WS-TOP-BEST)
               TO WS-CALC-INVALID
           ADD WS-VND-REASON-TOTAL(WS-VENDOR-IDX, WS-TOP-BEST)
               TO WS-TALLIED-REJECTS
           MOVE WS-VND-INVALID(WS-VENDOR-IDX) TO WS-CALC-READ
           PERFORM COMPUTE-REJECT-PCT
           MOVE WS-CALC-PCT TO WS-PCT-EDIT
           MOVE SPACES TO SCORECARD-RECORD
           STRING "    ", WS-VND-REASON-CODE(WS-VENDOR-IDX, WS-TOP-BEST),
                  WS-COUNT-EDIT, "  ", WS-PCT-EDIT, "%"
               DELIMITED BY SIZE INTO SCORECARD-RECORD
           END-STRING
           WRITE SCORECARD-RECORD.

       WRITE-REPORT-TRAILER.
           MOVE SPACES TO SCORECARD-RECORD
           WRITE SCORECARD-RECORD
           MOVE WS-LINES-READ TO WS-COUNT-EDIT
           MOVE WS-LINES-IN-WINDOW TO WS-COUNT-EDIT-2
           MOVE WS-LINES-REPLACED TO WS-COUNT-EDIT-3
           MOVE WS-LINES-BAD TO WS-COUNT-EDIT-4
           MOVE SPACES TO SCORECARD-RECORD
           STRING "History lines read: ", FUNCTION TRIM(WS-COUNT-EDIT),
                  "  Files in window: ", FUNCTION TRIM(WS-COUNT-EDIT-2),
                  "  Rerun lines superseded: ",
                  FUNCTION TRIM(WS-COUNT-EDIT-3),
                  "  Unreadable lines: ", FUNCTION TRIM(WS-COUNT-EDIT-4)
               DELIMITED BY SIZE INTO SCORECARD-RECORD
           END-STRING
           WRITE SCORECARD-RECORD.
