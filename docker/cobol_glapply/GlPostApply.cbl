               ASSIGN TO "/output/gl_posted_batches.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTED-STATUS.
           SELECT CLOSED-PERIOD-FILE
               ASSIGN TO "/output/gl_closed_periods.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSED-STATUS.
           SELECT TRIAL-REPORT-FILE
               ASSIGN TO "/output/gl_trial_balance.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       FD  POSTED-BATCH-FILE.
       01  POSTED-BATCH-RECORD PIC X(100).

       FD  CLOSED-PERIOD-FILE.
       01  CLOSED-PERIOD-RECORD PIC X(100).

       FD  TRIAL-REPORT-FILE.
       01  TRIAL-REPORT-RECORD PIC X(200).

       01  WS-POSTED-FULL PIC X VALUE 'N'.
       01  WS-POSTED-ID-TEXT PIC X(20).

      *>  Periods GLMONTHCLOSE has closed, persisted append-only
      *>  (PERIOD|BUSDATE|RUNID|NET-INCOME), one line per month closed.
      *>  Months close in order, so everything up to the latest closed
      *>  month is closed: a batch whose PH-BATCH-DATE falls in or
      *>  before it is refused whole - posting it would move balances
      *>  the period-end snapshot and the statements already stand on.
      *>  A file that has never existed means nothing is closed yet.
       01  WS-CLOSED-STATUS PIC XX.
       01  WS-CLOSED-EOF PIC X VALUE 'N'.
       01  WS-CLOSED-PERIOD-TEXT PIC X(20).
       01  WS-LAST-CLOSED PIC X(6) VALUE SPACES.

      *>  Cumulative account balance master, persisted as a pipe file
      *>  (ACCOUNT|DEBITS|CREDITS) the way the customer balance ledger
      *>  is: loaded whole at startup, posted to in core, rewritten
           PERFORM INIT-RUN-CONTROL
           PERFORM CHECK-RUN-ORDER
           PERFORM LOAD-POSTED-BATCHES
           PERFORM LOAD-CLOSED-PERIODS
           PERFORM VERIFY-BATCH
           IF WS-BATCH-OK = 'Y'
               PERFORM LOAD-BALANCE-MASTER
               END-IF
           END-IF.

      *>  See the closed-period comment block in WORKING-STORAGE.
       LOAD-CLOSED-PERIODS.
           MOVE SPACES TO WS-LAST-CLOSED
           MOVE 'N' TO WS-CLOSED-EOF
           OPEN INPUT CLOSED-PERIOD-FILE
           IF WS-CLOSED-STATUS = "00"
               PERFORM UNTIL WS-CLOSED-EOF = 'Y'
                   READ CLOSED-PERIOD-FILE
                       AT END MOVE 'Y' TO WS-CLOSED-EOF
                       NOT AT END PERFORM STORE-CLOSED-PERIOD
                   END-READ
               END-PERFORM
               CLOSE CLOSED-PERIOD-FILE
           END-IF.

       STORE-CLOSED-PERIOD.
           MOVE SPACES TO WS-CLOSED-PERIOD-TEXT
           UNSTRING CLOSED-PERIOD-RECORD DELIMITED BY "|"
               INTO WS-CLOSED-PERIOD-TEXT
           END-UNSTRING
           IF WS-CLOSED-PERIOD-TEXT(1:6) IS NUMERIC
               IF WS-LAST-CLOSED = SPACES OR
                  WS-CLOSED-PERIOD-TEXT(1:6) > WS-LAST-CLOSED
                   MOVE WS-CLOSED-PERIOD-TEXT(1:6) TO WS-LAST-CLOSED
               END-IF
           ELSE
               IF FUNCTION TRIM(CLOSED-PERIOD-RECORD) NOT = SPACES
                   DISPLAY "WARNING: gl_closed_periods.txt entry "
                       FUNCTION TRIM(WS-CLOSED-PERIOD-TEXT)
                       " is not a YYYYMM period - entry ignored."
               END-IF
           END-IF.

      *>  --------------------------------------------------------
      *>  Pass 1 - verify the batch against its own trailer
      *>  --------------------------------------------------------
                           TO WS-REFUSE-REASON
                   END-IF
               END-PERFORM
           END-IF
           IF WS-BATCH-OK = 'Y' AND WS-LAST-CLOSED NOT = SPACES
               IF WS-BATCH-DATE(1:6) <= WS-LAST-CLOSED
                   MOVE 'N' TO WS-BATCH-OK
                   MOVE SPACES TO WS-REFUSE-REASON
                   STRING "batch date ", WS-BATCH-DATE,
                          " is in a closed period (thru ",
                          WS-LAST-CLOSED, ")"
                       DELIMITED BY SIZE INTO WS-REFUSE-REASON
                   END-STRING
               END-IF
           END-IF.

      *>  --------------------------------------------------------
