       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLMONTHCLOSE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHART-FILE ASSIGN TO "/output/gl_chart_of_accounts.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHART-STATUS.
           SELECT BALANCE-FILE ASSIGN TO "/output/gl_balance_master.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALANCE-STATUS.
           SELECT POSTED-BATCH-FILE
               ASSIGN TO "/output/gl_posted_batches.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTED-STATUS.
           SELECT CLOSED-PERIOD-FILE
               ASSIGN TO "/output/gl_closed_periods.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSED-STATUS.
           SELECT SNAPSHOT-FILE
               ASSIGN TO "/output/gl_period_balances.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAPSHOT-STATUS.
           SELECT STATEMENT-FILE
               ASSIGN TO "/output/gl_financial_statements.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "/output/run_control.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-CONTROL-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "/output/run_audit_history.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHART-FILE.
       01  CHART-RECORD PIC X(100).

       FD  BALANCE-FILE.
       01  BALANCE-RECORD PIC X(100).

       FD  POSTED-BATCH-FILE.
       01  POSTED-BATCH-RECORD PIC X(100).

       FD  CLOSED-PERIOD-FILE.
       01  CLOSED-PERIOD-RECORD PIC X(100).

       FD  SNAPSHOT-FILE.
       01  SNAPSHOT-RECORD PIC X(100).

       FD  STATEMENT-FILE.
       01  STATEMENT-RECORD PIC X(200).

       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-RECORD PIC X(80).

       FD  AUDIT-FILE.
       01  AUDIT-RECORD PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-CHART-STATUS PIC XX.
       01  WS-BALANCE-STATUS PIC XX.
       01  WS-POSTED-STATUS PIC XX.
       01  WS-CLOSED-STATUS PIC XX.
       01  WS-SNAPSHOT-STATUS PIC XX.
       01  WS-CHART-EOF PIC X VALUE 'N'.
       01  WS-BALANCE-EOF PIC X VALUE 'N'.
       01  WS-POSTED-EOF PIC X VALUE 'N'.
       01  WS-CLOSED-EOF PIC X VALUE 'N'.
       01  WS-IDX PIC 9(4) VALUE 0.
       01  WS-CIDX PIC 9(4) VALUE 0.

      *>  The period closed is one calendar month, YYYYMM.  The
      *>  operator names it in run_control.cfg with
      *>  CLOSE-PERIOD|YYYYMM; left out, it is the business date's own
      *>  month, so the close run on the last business day of the
      *>  month needs no extra entry.
       01  WS-CLOSE-PERIOD PIC X(6).

      *>  Close verification state.  Everything that would make the
      *>  statements wrong is checked before a single balance moves,
      *>  and any failure refuses the whole close, the way GLPOSTAPPLY
      *>  refuses a whole batch: a month that is already closed (or
      *>  precedes one that is), a month later than the business date,
      *>  a posted batch dated after the month (the cumulative master
      *>  would carry next month's activity into this month's
      *>  statements), a balance account the chart cannot classify, a
      *>  chart without exactly one retained-earnings account, a
      *>  balance master that does not itself balance, or a full
      *>  balance table with no room for a retained-earnings account
      *>  the master has never carried (WS-RE-ON-MASTER).
       01  WS-CLOSE-OK PIC X VALUE 'Y'.
       01  WS-REFUSE-REASON PIC X(60) VALUE SPACES.
       01  WS-LATER-BATCHES PIC 9(5) VALUE 0.
       01  WS-UNCLASSIFIED PIC 9(3) VALUE 0.
       01  WS-MASTER-UNUSABLE PIC X VALUE 'N'.
       01  WS-RE-ON-MASTER PIC X VALUE 'N'.

      *>  Chart of accounts, the finance-maintained master of every
      *>  account the ledger may carry, one line per account:
      *>      ACCOUNT|NAME|TYPE|ACTIVE[|ROLE]
      *>  TYPE is ASSET, LIABILITY, REVENUE, EXPENSE or EQUITY and
      *>  ACTIVE is Y or N.  ROLE RETAINED-EARNINGS marks the active
      *>  EQUITY account the month's revenue and expense close into;
      *>  there must be exactly one.  The chart's line order is the
      *>  order accounts print in on the statements.  A line that has
      *>  lost its account, type or flag is ignored with a console
      *>  warning (GLPOSTEXTRACT applies the same test).
       01  WS-CHART-ACCT-TEXT   PIC X(20).
       01  WS-CHART-NAME-TEXT   PIC X(40).
       01  WS-CHART-TYPE-TEXT   PIC X(20).
       01  WS-CHART-ACTIVE-TEXT PIC X(10).
       01  WS-CHART-ROLE-TEXT   PIC X(30).
       01  WS-CHART-COUNT PIC 9(3) VALUE 0.
       01  WS-CHART-FULL PIC X VALUE 'N'.
       01  WS-CHART-TAB.
           05  WS-CHART-ENTRY OCCURS 500 TIMES.
               10  WS-CHART-ACCT   PIC 9(8).
               10  WS-CHART-NAME   PIC X(30).
               10  WS-CHART-TYPE   PIC X(10).
               10  WS-CHART-ACTIVE PIC X.
       01  WS-CHART-HIT PIC 9(3) VALUE 0.
       01  WS-RE-COUNT PIC 9(3) VALUE 0.
       01  WS-RE-ACCT PIC 9(8) VALUE 0.

      *>  Periods already closed, persisted append-only
      *>  (PERIOD|BUSDATE|RUNID|NET-INCOME) - GLPOSTAPPLY reads the
      *>  same file to refuse batches dated in a closed month.
       01  WS-CLOSED-PERIOD-TEXT PIC X(20).
       01  WS-LAST-CLOSED PIC X(6) VALUE SPACES.

      *>  GLPOSTAPPLY's posted-batch file
      *>  (BATCH-ID|BUSDATE|COUNT|AMOUNT), read only for the batch
      *>  dates.
       01  WS-POSTED-ID-TEXT PIC X(20).
       01  WS-POSTED-DATE-TEXT PIC X(20).

      *>  GLPOSTAPPLY's cumulative balance master
      *>  (ACCOUNT|DEBITS|CREDITS), loaded whole, closed in core and
      *>  rewritten whole - the same ledger treatment GLPOSTAPPLY gives
      *>  it.  WS-ACCT-PRE-NET keeps each account's debit-less-credit
      *>  balance from before the closing entries; the income
      *>  statement is printed from it, the balance sheet from the
      *>  closed balances.
       01  WS-ACCT-TAB.
           05  WS-ACCT-ENTRY OCCURS 500 TIMES.
               10  WS-ACCT-CODE    PIC 9(8).
               10  WS-ACCT-DEBITS  PIC 9(13)V99.
               10  WS-ACCT-CREDITS PIC 9(13)V99.
               10  WS-ACCT-PRE-NET PIC S9(13)V99.
       01  WS-ACCT-COUNT PIC 9(3) VALUE 0.
       01  WS-ACCT-HIT PIC 9(3) VALUE 0.
       01  WS-ACCT-CODE-TEXT PIC X(20).
       01  WS-ACCT-DR-TEXT PIC X(20).
       01  WS-ACCT-CR-TEXT PIC X(20).
       01  WS-WORK-ACCT PIC 9(8) VALUE 0.
       01  WS-DEBIT-GRAND PIC 9(15)V99 VALUE 0.
       01  WS-CREDIT-GRAND PIC 9(15)V99 VALUE 0.

      *>  Closing entries.  Each revenue and expense account with a
      *>  balance is brought to zero by posting its balance to the
      *>  opposite side, and the net - the month's income - goes to
      *>  retained earnings: credited for a profit, debited for a
      *>  loss.  Both sides move by the same total, so the master
      *>  still balances after the close.
       01  WS-CLOSING-COUNT PIC 9(5) VALUE 0.
       01  WS-CLOSING-AMOUNT PIC 9(13)V99 VALUE 0.
       01  WS-NET-INCOME PIC S9(15)V99 VALUE 0.

      *>  Statement work fields.  Amounts print with their natural
      *>  sign: debit-less-credit for assets and expenses,
      *>  credit-less-debit for liabilities, equity and revenue.
       01  WS-SECTION-TYPE PIC X(10).
       01  WS-SECTION-TOTAL PIC S9(15)V99 VALUE 0.
       01  WS-LINE-AMOUNT PIC S9(15)V99 VALUE 0.
       01  WS-TOTAL-REVENUE PIC S9(15)V99 VALUE 0.
       01  WS-TOTAL-EXPENSE PIC S9(15)V99 VALUE 0.
       01  WS-TOTAL-ASSETS PIC S9(15)V99 VALUE 0.
       01  WS-TOTAL-LIABILITIES PIC S9(15)V99 VALUE 0.
       01  WS-TOTAL-EQUITY PIC S9(15)V99 VALUE 0.
       01  WS-TOTAL-LIAB-EQUITY PIC S9(15)V99 VALUE 0.
       01  WS-BALANCE-DIFF PIC S9(15)V99 VALUE 0.
       01  WS-LINE-NAME PIC X(30).
       01  WS-TOTAL-LABEL PIC X(44).

      *>  Run-control and audit trail, shared with the nightly
      *>  programs - see the same comment block in GLPOSTEXTRACT.
       01  WS-RUN-CONTROL-STATUS PIC XX.
       01  WS-AUDIT-STATUS PIC XX.
       01  WS-RUN-CONTROL-EOF PIC X VALUE 'N'.
       01  WS-BUSINESS-DATE PIC X(8).
       01  WS-RUN-ID PIC X(40).
       01  WS-START-TS PIC X(14).
       01  WS-END-TS PIC X(14).
       01  WS-CTL-KEY-TEXT PIC X(20).
       01  WS-CTL-VALUE-TEXT PIC X(20).

      *>  Run-order guard.  The audit history is scanned for the
      *>  current business date, and the run stops (a) if this program
      *>  already has a completed run recorded for the date, or (b) if
      *>  GLPOSTAPPLY has not completed for the date - the day's batch
      *>  would be left out of the month.  The closed-period file is
      *>  the real double-close defense (it survives FORCE-RERUN);
      *>  this gate just catches the mistake before any work is done.
      *>  The operator overrides both gates for a deliberate rerun by
      *>  adding FORCE-RERUN|Y to run_control.cfg.
       01  WS-FORCE-RERUN PIC X VALUE 'N'.
       01  WS-GUARD-EOF PIC X VALUE 'N'.
       01  WS-SELF-RAN PIC X VALUE 'N'.
       01  WS-UPSTREAM-APPLY PIC X VALUE 'N'.
       01  WS-AUD-RUNID-TEXT PIC X(50).
       01  WS-AUD-PROG-TEXT PIC X(30).
       01  WS-AUD-DATE-TEXT PIC X(20).

      *>  Edited pictures used only on report/master lines - FUNCTION
      *>  TRIM on the raw V99 fields prints the assumed decimal point
      *>  as a digit instead of a period.
       01  WS-GRAND-EDIT     PIC Z(14)9.99.
       01  WS-STATEMENT-EDIT PIC -(14)9.99.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           PERFORM INIT-RUN-CONTROL
           PERFORM CHECK-RUN-ORDER
           PERFORM LOAD-CHART-OF-ACCOUNTS
           PERFORM LOAD-CLOSED-PERIODS
           PERFORM LOAD-POSTED-BATCHES
           PERFORM LOAD-BALANCE-MASTER
           PERFORM VERIFY-CLOSE
           IF WS-CLOSE-OK = 'Y'
               PERFORM WRITE-PERIOD-SNAPSHOT
               PERFORM POST-CLOSING-ENTRIES
               PERFORM WRITE-BALANCE-MASTER
               PERFORM RECORD-CLOSED-PERIOD
               DISPLAY "Period " WS-CLOSE-PERIOD " closed - "
                   FUNCTION TRIM(WS-CLOSING-COUNT) " closing entries."
           ELSE
               DISPLAY "ERROR: close of period " WS-CLOSE-PERIOD
                   " refused - " FUNCTION TRIM(WS-REFUSE-REASON)
           END-IF
           PERFORM WRITE-STATEMENTS
           PERFORM WRITE-AUDIT-RECORD
           STOP RUN.

      *>  Reads the operator's business date and the optional
      *>  CLOSE-PERIOD, and stamps this run's id and start timestamp -
      *>  see the run-control comment block in WORKING-STORAGE.
       INIT-RUN-CONTROL.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-START-TS
           MOVE WS-START-TS(1:8) TO WS-BUSINESS-DATE
           MOVE SPACES TO WS-CLOSE-PERIOD
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
           IF WS-CLOSE-PERIOD = SPACES
               MOVE WS-BUSINESS-DATE(1:6) TO WS-CLOSE-PERIOD
           END-IF
           MOVE SPACES TO WS-RUN-ID
           STRING "GLMONTHCLOSE-", WS-BUSINESS-DATE, "-",
                  WS-START-TS(9:6)
               DELIMITED BY SIZE INTO WS-RUN-ID
           END-STRING
           DISPLAY "Run " FUNCTION TRIM(WS-RUN-ID)
               " - business date " WS-BUSINESS-DATE
               " - closing period " WS-CLOSE-PERIOD.

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
           IF FUNCTION TRIM(WS-CTL-KEY-TEXT) = "CLOSE-PERIOD"
               IF WS-CTL-VALUE-TEXT(1:6) IS NUMERIC AND
                  WS-CTL-VALUE-TEXT(5:2) >= "01" AND
                  WS-CTL-VALUE-TEXT(5:2) <= "12"
                   MOVE WS-CTL-VALUE-TEXT(1:6) TO WS-CLOSE-PERIOD
               ELSE
                   DISPLAY "WARNING: run_control.cfg CLOSE-PERIOD is "
                       "not a YYYYMM month - the business date's month "
                       "will be closed."
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
                   DISPLAY "ERROR: GLMONTHCLOSE has already completed "
                       "for business date " WS-BUSINESS-DATE ".  Set "
                       "FORCE-RERUN|Y in run_control.cfg for a "
                       "deliberate rerun (a closed period is still "
                       "refused)."
                   STOP RUN
               END-IF
               IF WS-UPSTREAM-APPLY = 'N'
                   DISPLAY "ERROR: GLPOSTAPPLY has not completed for "
                       "business date " WS-BUSINESS-DATE " - the day's "
                       "batch would be left out of the month.  Run it "
                       "first, or set FORCE-RERUN|Y in run_control.cfg "
                       "to proceed anyway."
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
                   WHEN "GLMONTHCLOSE"
                       MOVE 'Y' TO WS-SELF-RAN
                   WHEN "GLPOSTAPPLY"
                       MOVE 'Y' TO WS-UPSTREAM-APPLY
               END-EVALUATE
           END-IF.

      *>  One append-only line per run.  IN counts the balance master
      *>  accounts read, OUT the closing entries posted, REJ the
      *>  balance accounts the chart could not classify.
       WRITE-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-END-TS
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-FILE
               CLOSE AUDIT-FILE
               OPEN EXTEND AUDIT-FILE
           END-IF
           IF WS-AUDIT-STATUS = "00"
               MOVE SPACES TO AUDIT-RECORD
               STRING FUNCTION TRIM(WS-RUN-ID),
                      "|GLMONTHCLOSE|", WS-BUSINESS-DATE,
                      "|", WS-START-TS, "|", WS-END-TS,
                      "|", FUNCTION TRIM(WS-ACCT-COUNT),
                      "|", FUNCTION TRIM(WS-CLOSING-COUNT),
                      "|", FUNCTION TRIM(WS-UNCLASSIFIED)
                   DELIMITED BY SIZE INTO AUDIT-RECORD
               END-STRING
               WRITE AUDIT-RECORD
               CLOSE AUDIT-FILE
           ELSE
               DISPLAY "WARNING: audit history unavailable (status "
                   WS-AUDIT-STATUS ") - this run was not recorded."
           END-IF.

      *>  --------------------------------------------------------
      *>  Load the chart, the closed periods, the posted batches and
      *>  the balance master
      *>  --------------------------------------------------------
      *>  See the chart-of-accounts comment block in WORKING-STORAGE.
      *>  A chart that cannot be read leaves every account
      *>  unclassified, which refuses the close.
       LOAD-CHART-OF-ACCOUNTS.
           MOVE 0 TO WS-CHART-COUNT
           MOVE 'N' TO WS-CHART-EOF
           OPEN INPUT CHART-FILE
           IF WS-CHART-STATUS = "00"
               PERFORM UNTIL WS-CHART-EOF = 'Y'
                   READ CHART-FILE
                       AT END MOVE 'Y' TO WS-CHART-EOF
                       NOT AT END PERFORM PARSE-CHART-LINE
                   END-READ
               END-PERFORM
               CLOSE CHART-FILE
           ELSE
               DISPLAY "WARNING: chart of accounts "
                   "/output/gl_chart_of_accounts.cfg unavailable "
                   "(status " WS-CHART-STATUS ")."
           END-IF.

       PARSE-CHART-LINE.
           IF FUNCTION TRIM(CHART-RECORD) = SPACES
               CONTINUE
           ELSE
               IF WS-CHART-COUNT >= 500
                   IF WS-CHART-FULL = 'N'
                       MOVE 'Y' TO WS-CHART-FULL
                       DISPLAY "WARNING: chart of accounts table is "
                           "full (500 entries) - remaining accounts "
                           "ignored."
                   END-IF
               ELSE
                   MOVE SPACES TO WS-CHART-ACCT-TEXT WS-CHART-NAME-TEXT
                                  WS-CHART-TYPE-TEXT
                                  WS-CHART-ACTIVE-TEXT
                                  WS-CHART-ROLE-TEXT
                   UNSTRING CHART-RECORD DELIMITED BY "|"
                       INTO WS-CHART-ACCT-TEXT, WS-CHART-NAME-TEXT,
                            WS-CHART-TYPE-TEXT, WS-CHART-ACTIVE-TEXT,
                            WS-CHART-ROLE-TEXT
                   END-UNSTRING
                   IF FUNCTION TRIM(WS-CHART-ACCT-TEXT) IS NUMERIC AND
                      FUNCTION TRIM(WS-CHART-ACCT-TEXT) NOT = SPACES AND
                      (FUNCTION TRIM(WS-CHART-TYPE-TEXT) = "ASSET" OR
                       FUNCTION TRIM(WS-CHART-TYPE-TEXT) = "LIABILITY" OR
                       FUNCTION TRIM(WS-CHART-TYPE-TEXT) = "REVENUE" OR
                       FUNCTION TRIM(WS-CHART-TYPE-TEXT) = "EXPENSE" OR
                       FUNCTION TRIM(WS-CHART-TYPE-TEXT) = "EQUITY") AND
                      (FUNCTION TRIM(WS-CHART-ACTIVE-TEXT) = "Y" OR
                       FUNCTION TRIM(WS-CHART-ACTIVE-TEXT) = "N")
                       PERFORM STORE-CHART-ENTRY
                   ELSE
                       DISPLAY "WARNING: gl_chart_of_accounts.cfg entry "
                           FUNCTION TRIM(WS-CHART-ACCT-TEXT)
                           " has a bad account code, type or active "
                           "flag - entry ignored."
                   END-IF
               END-IF
           END-IF.

       STORE-CHART-ENTRY.
           ADD 1 TO WS-CHART-COUNT
           COMPUTE WS-CHART-ACCT(WS-CHART-COUNT) =
               FUNCTION NUMVAL(FUNCTION TRIM(WS-CHART-ACCT-TEXT))
           MOVE FUNCTION TRIM(WS-CHART-NAME-TEXT)
               TO WS-CHART-NAME(WS-CHART-COUNT)
           MOVE FUNCTION TRIM(WS-CHART-TYPE-TEXT)
               TO WS-CHART-TYPE(WS-CHART-COUNT)
           MOVE FUNCTION TRIM(WS-CHART-ACTIVE-TEXT)
               TO WS-CHART-ACTIVE(WS-CHART-COUNT)
           IF FUNCTION TRIM(WS-CHART-ROLE-TEXT) = "RETAINED-EARNINGS"
               IF WS-CHART-TYPE(WS-CHART-COUNT) = "EQUITY" AND
                  WS-CHART-ACTIVE(WS-CHART-COUNT) = "Y"
                   ADD 1 TO WS-RE-COUNT
                   MOVE WS-CHART-ACCT(WS-CHART-COUNT) TO WS-RE-ACCT
               ELSE
                   DISPLAY "WARNING: gl_chart_of_accounts.cfg entry "
                       FUNCTION TRIM(WS-CHART-ACCT-TEXT)
                       " is marked RETAINED-EARNINGS but is not an "
                       "active EQUITY account - role ignored."
               END-IF
           END-IF.

      *>  Leaves WS-CHART-HIT at the chart entry for WS-WORK-ACCT, or
      *>  0 when the chart does not carry it.
       FIND-CHART-ACCOUNT.
           MOVE 0 TO WS-CHART-HIT
           PERFORM VARYING WS-CIDX FROM 1 BY 1
                   UNTIL WS-CIDX > WS-CHART-COUNT
               IF WS-CHART-ACCT(WS-CIDX) = WS-WORK-ACCT
                   MOVE WS-CIDX TO WS-CHART-HIT
               END-IF
           END-PERFORM.

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

      *>  Counts the batches already posted with a date after the
      *>  month being closed - see the close verification comment
      *>  block in WORKING-STORAGE.
       LOAD-POSTED-BATCHES.
           MOVE 0 TO WS-LATER-BATCHES
           MOVE 'N' TO WS-POSTED-EOF
           OPEN INPUT POSTED-BATCH-FILE
           IF WS-POSTED-STATUS = "00"
               PERFORM UNTIL WS-POSTED-EOF = 'Y'
                   READ POSTED-BATCH-FILE
                       AT END MOVE 'Y' TO WS-POSTED-EOF
                       NOT AT END PERFORM CHECK-POSTED-BATCH-DATE
                   END-READ
               END-PERFORM
               CLOSE POSTED-BATCH-FILE
           END-IF.

       CHECK-POSTED-BATCH-DATE.
           MOVE SPACES TO WS-POSTED-ID-TEXT WS-POSTED-DATE-TEXT
           UNSTRING POSTED-BATCH-RECORD DELIMITED BY "|"
               INTO WS-POSTED-ID-TEXT, WS-POSTED-DATE-TEXT
           END-UNSTRING
           IF WS-POSTED-DATE-TEXT(1:6) IS NUMERIC AND
              WS-POSTED-DATE-TEXT(1:6) > WS-CLOSE-PERIOD
               ADD 1 TO WS-LATER-BATCHES
               DISPLAY "WARNING: batch "
                   FUNCTION TRIM(WS-POSTED-ID-TEXT) " dated "
                   WS-POSTED-DATE-TEXT(1:8) " is already posted - it "
                   "falls after period " WS-CLOSE-PERIOD "."
           END-IF.

      *>  A master that has never existed just starts empty.  A master
      *>  line that has lost its account or totals, or a master past
      *>  the table bound, refuses the close - rewriting the master
      *>  without it would drop a balance.
       LOAD-BALANCE-MASTER.
           MOVE 0 TO WS-ACCT-COUNT
           MOVE 'N' TO WS-BALANCE-EOF
           OPEN INPUT BALANCE-FILE
           IF WS-BALANCE-STATUS = "00"
               PERFORM UNTIL WS-BALANCE-EOF = 'Y'
                   READ BALANCE-FILE
                       AT END MOVE 'Y' TO WS-BALANCE-EOF
                       NOT AT END PERFORM STORE-BALANCE-ENTRY
                   END-READ
               END-PERFORM
               CLOSE BALANCE-FILE
           END-IF.

       STORE-BALANCE-ENTRY.
           IF FUNCTION TRIM(BALANCE-RECORD) = SPACES
               CONTINUE
           ELSE
               IF WS-ACCT-COUNT >= 500
                   IF WS-MASTER-UNUSABLE = 'N'
                       DISPLAY "WARNING: account balance table is "
                           "full (500 entries) - further master "
                           "entries were not loaded."
                   END-IF
                   MOVE 'Y' TO WS-MASTER-UNUSABLE
               ELSE
                   MOVE SPACES TO WS-ACCT-CODE-TEXT WS-ACCT-DR-TEXT
                                  WS-ACCT-CR-TEXT
                   UNSTRING BALANCE-RECORD DELIMITED BY "|"
                       INTO WS-ACCT-CODE-TEXT, WS-ACCT-DR-TEXT,
                            WS-ACCT-CR-TEXT
                   END-UNSTRING
                   IF FUNCTION TRIM(WS-ACCT-CODE-TEXT) = SPACES OR
                      FUNCTION TRIM(WS-ACCT-CODE-TEXT)
                          IS NOT NUMERIC OR
                      FUNCTION TEST-NUMVAL-C(
                          FUNCTION TRIM(WS-ACCT-DR-TEXT)) NOT = 0 OR
                      FUNCTION TEST-NUMVAL-C(
                          FUNCTION TRIM(WS-ACCT-CR-TEXT)) NOT = 0
                       DISPLAY "WARNING: gl_balance_master.txt entry "
                           FUNCTION TRIM(WS-ACCT-CODE-TEXT)
                           " is unusable."
                       MOVE 'Y' TO WS-MASTER-UNUSABLE
                   ELSE
                       ADD 1 TO WS-ACCT-COUNT
                       COMPUTE WS-ACCT-CODE(WS-ACCT-COUNT) =
                           FUNCTION NUMVAL(
                               FUNCTION TRIM(WS-ACCT-CODE-TEXT))
                       COMPUTE WS-ACCT-DEBITS(WS-ACCT-COUNT) =
                           FUNCTION NUMVAL-C(
                               FUNCTION TRIM(WS-ACCT-DR-TEXT))
                       COMPUTE WS-ACCT-CREDITS(WS-ACCT-COUNT) =
                           FUNCTION NUMVAL-C(
                               FUNCTION TRIM(WS-ACCT-CR-TEXT))
                       COMPUTE WS-ACCT-PRE-NET(WS-ACCT-COUNT) =
                           WS-ACCT-DEBITS(WS-ACCT-COUNT) -
                           WS-ACCT-CREDITS(WS-ACCT-COUNT)
                       ADD WS-ACCT-DEBITS(WS-ACCT-COUNT)
                           TO WS-DEBIT-GRAND
                       ADD WS-ACCT-CREDITS(WS-ACCT-COUNT)
                           TO WS-CREDIT-GRAND
                   END-IF
               END-IF
           END-IF.

      *>  --------------------------------------------------------
      *>  Verify the close - see the comment block in WORKING-STORAGE
      *>  --------------------------------------------------------
       VERIFY-CLOSE.
           MOVE 'Y' TO WS-CLOSE-OK
           MOVE 0 TO WS-UNCLASSIFIED
           MOVE 'N' TO WS-RE-ON-MASTER
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-ACCT-COUNT
               MOVE WS-ACCT-CODE(WS-IDX) TO WS-WORK-ACCT
               IF WS-ACCT-CODE(WS-IDX) = WS-RE-ACCT
                   MOVE 'Y' TO WS-RE-ON-MASTER
               END-IF
               PERFORM FIND-CHART-ACCOUNT
               IF WS-CHART-HIT = 0
                   ADD 1 TO WS-UNCLASSIFIED
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-CHART-COUNT = 0
                   MOVE 'N' TO WS-CLOSE-OK
                   MOVE "chart of accounts is unavailable or empty"
                       TO WS-REFUSE-REASON
               WHEN WS-RE-COUNT = 0
                   MOVE 'N' TO WS-CLOSE-OK
                   MOVE "chart has no RETAINED-EARNINGS equity account"
                       TO WS-REFUSE-REASON
               WHEN WS-RE-COUNT > 1
                   MOVE 'N' TO WS-CLOSE-OK
                   MOVE "chart has more than one RETAINED-EARNINGS account"
                       TO WS-REFUSE-REASON
               WHEN WS-CLOSE-PERIOD > WS-BUSINESS-DATE(1:6)
                   MOVE 'N' TO WS-CLOSE-OK
                   MOVE "period is later than the business date"
                       TO WS-REFUSE-REASON
               WHEN WS-LAST-CLOSED NOT = SPACES AND
                    WS-CLOSE-PERIOD <= WS-LAST-CLOSED
                   MOVE 'N' TO WS-CLOSE-OK
                   MOVE SPACES TO WS-REFUSE-REASON
                   STRING "period is already closed (closed through ",
                          WS-LAST-CLOSED, ")"
                       DELIMITED BY SIZE INTO WS-REFUSE-REASON
                   END-STRING
               WHEN WS-LATER-BATCHES > 0
                   MOVE 'N' TO WS-CLOSE-OK
                   MOVE "batches dated after the period are already posted"
                       TO WS-REFUSE-REASON
               WHEN WS-MASTER-UNUSABLE = 'Y'
                   MOVE 'N' TO WS-CLOSE-OK
                   MOVE "balance master could not be loaded whole"
                       TO WS-REFUSE-REASON
               WHEN WS-RE-ON-MASTER = 'N' AND WS-ACCT-COUNT >= 500
                   MOVE 'N' TO WS-CLOSE-OK
                   MOVE "balance table full - no room for retained earnings"
                       TO WS-REFUSE-REASON
               WHEN WS-UNCLASSIFIED > 0
                   MOVE 'N' TO WS-CLOSE-OK
                   MOVE "balance accounts missing from the chart"
                       TO WS-REFUSE-REASON
               WHEN WS-DEBIT-GRAND NOT = WS-CREDIT-GRAND
                   MOVE 'N' TO WS-CLOSE-OK
                   MOVE "balance master is out of balance"
                       TO WS-REFUSE-REASON
           END-EVALUATE.

      *>  --------------------------------------------------------
      *>  Close the period
      *>  --------------------------------------------------------
      *>  Period-end balances as they stood before the closing
      *>  entries, appended (PERIOD|ACCOUNT|DEBITS|CREDITS) so any
      *>  closed month's trial balance can be reproduced later.
       WRITE-PERIOD-SNAPSHOT.
           OPEN EXTEND SNAPSHOT-FILE
           IF WS-SNAPSHOT-STATUS NOT = "00"
               OPEN OUTPUT SNAPSHOT-FILE
               CLOSE SNAPSHOT-FILE
               OPEN EXTEND SNAPSHOT-FILE
           END-IF
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-ACCT-COUNT
               MOVE SPACES TO SNAPSHOT-RECORD
               MOVE WS-ACCT-DEBITS(WS-IDX) TO WS-GRAND-EDIT
               MOVE FUNCTION TRIM(WS-GRAND-EDIT) TO WS-ACCT-DR-TEXT
               MOVE WS-ACCT-CREDITS(WS-IDX) TO WS-GRAND-EDIT
               MOVE FUNCTION TRIM(WS-GRAND-EDIT) TO WS-ACCT-CR-TEXT
               STRING WS-CLOSE-PERIOD, "|", WS-ACCT-CODE(WS-IDX),
                      "|", FUNCTION TRIM(WS-ACCT-DR-TEXT),
                      "|", FUNCTION TRIM(WS-ACCT-CR-TEXT)
                   DELIMITED BY SIZE INTO SNAPSHOT-RECORD
               END-STRING
               WRITE SNAPSHOT-RECORD
           END-PERFORM
           CLOSE SNAPSHOT-FILE.

      *>  See the closing-entries comment block in WORKING-STORAGE.
       POST-CLOSING-ENTRIES.
           MOVE 0 TO WS-NET-INCOME
           MOVE 0 TO WS-CLOSING-COUNT
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-ACCT-COUNT
               MOVE WS-ACCT-CODE(WS-IDX) TO WS-WORK-ACCT
               PERFORM FIND-CHART-ACCOUNT
               IF (WS-CHART-TYPE(WS-CHART-HIT) = "REVENUE" OR
                   WS-CHART-TYPE(WS-CHART-HIT) = "EXPENSE") AND
                  WS-ACCT-PRE-NET(WS-IDX) NOT = 0
                   PERFORM CLOSE-ONE-ACCOUNT
               END-IF
           END-PERFORM
           MOVE WS-RE-ACCT TO WS-WORK-ACCT
           PERFORM FIND-ACCOUNT-ENTRY
           IF WS-ACCT-HIT > 0
               IF WS-NET-INCOME > 0
                   ADD WS-NET-INCOME TO WS-ACCT-CREDITS(WS-ACCT-HIT)
               ELSE
                   COMPUTE WS-CLOSING-AMOUNT = 0 - WS-NET-INCOME
                   ADD WS-CLOSING-AMOUNT TO WS-ACCT-DEBITS(WS-ACCT-HIT)
               END-IF
           END-IF.

      *>  A debit balance (an expense, or a revenue account netted
      *>  below zero by returns) is closed with a credit; a credit
      *>  balance with a debit.  Either way the account's balance
      *>  leaves the income and lands in retained earnings.
       CLOSE-ONE-ACCOUNT.
           IF WS-ACCT-PRE-NET(WS-IDX) > 0
               MOVE WS-ACCT-PRE-NET(WS-IDX) TO WS-CLOSING-AMOUNT
               ADD WS-CLOSING-AMOUNT TO WS-ACCT-CREDITS(WS-IDX)
           ELSE
               COMPUTE WS-CLOSING-AMOUNT = 0 - WS-ACCT-PRE-NET(WS-IDX)
               ADD WS-CLOSING-AMOUNT TO WS-ACCT-DEBITS(WS-IDX)
           END-IF
           SUBTRACT WS-ACCT-PRE-NET(WS-IDX) FROM WS-NET-INCOME
           ADD 1 TO WS-CLOSING-COUNT.

      *>  Finds WS-WORK-ACCT's balance entry, creating one at zero
      *>  for an account the master has never seen (the first close
      *>  into a new retained-earnings account).  VERIFY-CLOSE has
      *>  already refused a close with no room for that entry; should
      *>  the table still be full here, nothing is added, WS-ACCT-HIT
      *>  stays 0 and the close is refused.
       FIND-ACCOUNT-ENTRY.
           MOVE 0 TO WS-ACCT-HIT
           PERFORM VARYING WS-CIDX FROM 1 BY 1
                   UNTIL WS-CIDX > WS-ACCT-COUNT
               IF WS-ACCT-CODE(WS-CIDX) = WS-WORK-ACCT
                   MOVE WS-CIDX TO WS-ACCT-HIT
               END-IF
           END-PERFORM
           IF WS-ACCT-HIT = 0 AND WS-ACCT-COUNT >= 500
               MOVE 'N' TO WS-CLOSE-OK
               MOVE "balance table full - no room for retained earnings"
                   TO WS-REFUSE-REASON
           END-IF
           IF WS-ACCT-HIT = 0 AND WS-ACCT-COUNT < 500
               ADD 1 TO WS-ACCT-COUNT
               MOVE WS-WORK-ACCT TO WS-ACCT-CODE(WS-ACCT-COUNT)
               MOVE 0 TO WS-ACCT-DEBITS(WS-ACCT-COUNT)
               MOVE 0 TO WS-ACCT-CREDITS(WS-ACCT-COUNT)
               MOVE 0 TO WS-ACCT-PRE-NET(WS-ACCT-COUNT)
               MOVE WS-ACCT-COUNT TO WS-ACCT-HIT
           END-IF.

      *>  The file is rewritten whole, the ledger treatment.
       WRITE-BALANCE-MASTER.
           OPEN OUTPUT BALANCE-FILE
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-ACCT-COUNT
               MOVE SPACES TO BALANCE-RECORD
               MOVE WS-ACCT-DEBITS(WS-IDX) TO WS-GRAND-EDIT
               MOVE FUNCTION TRIM(WS-GRAND-EDIT) TO WS-ACCT-DR-TEXT
               MOVE WS-ACCT-CREDITS(WS-IDX) TO WS-GRAND-EDIT
               MOVE FUNCTION TRIM(WS-GRAND-EDIT) TO WS-ACCT-CR-TEXT
               STRING WS-ACCT-CODE(WS-IDX),
                      "|", FUNCTION TRIM(WS-ACCT-DR-TEXT),
                      "|", FUNCTION TRIM(WS-ACCT-CR-TEXT)
                   DELIMITED BY SIZE INTO BALANCE-RECORD
               END-STRING
               WRITE BALANCE-RECORD
           END-PERFORM
           CLOSE BALANCE-FILE.

      *>  Written last, once the master holds the closed balances -
      *>  from here on GLPOSTAPPLY refuses batches dated in the month.
       RECORD-CLOSED-PERIOD.
           OPEN EXTEND CLOSED-PERIOD-FILE
           IF WS-CLOSED-STATUS NOT = "00"
               OPEN OUTPUT CLOSED-PERIOD-FILE
               CLOSE CLOSED-PERIOD-FILE
               OPEN EXTEND CLOSED-PERIOD-FILE
           END-IF
           MOVE WS-NET-INCOME TO WS-STATEMENT-EDIT
           MOVE SPACES TO CLOSED-PERIOD-RECORD
           STRING WS-CLOSE-PERIOD, "|", WS-BUSINESS-DATE,
                  "|", FUNCTION TRIM(WS-RUN-ID),
                  "|", FUNCTION TRIM(WS-STATEMENT-EDIT)
               DELIMITED BY SIZE INTO CLOSED-PERIOD-RECORD
           END-STRING
           WRITE CLOSED-PERIOD-RECORD
           CLOSE CLOSED-PERIOD-FILE.

      *>  --------------------------------------------------------
      *>  Financial statements
      *>  --------------------------------------------------------
      *>  A refused close prints the refusal and, where the chart is
      *>  the cause, the accounts it could not classify - statements
      *>  built on an unclosed or unclassifiable ledger would only be
      *>  rebuilt by hand again.
       WRITE-STATEMENTS.
           OPEN OUTPUT STATEMENT-FILE

           MOVE SPACES TO STATEMENT-RECORD
           STRING "GL Month-End Close - period ", WS-CLOSE-PERIOD,
                  " - business date ", WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO STATEMENT-RECORD
           END-STRING
           WRITE STATEMENT-RECORD

           MOVE SPACES TO STATEMENT-RECORD
           IF WS-CLOSE-OK = 'Y'
               MOVE WS-NET-INCOME TO WS-STATEMENT-EDIT
               STRING "Period closed: ",
                      FUNCTION TRIM(WS-CLOSING-COUNT),
                      " closing entries, net income ",
                      FUNCTION TRIM(WS-STATEMENT-EDIT),
                      " to retained earnings ", WS-RE-ACCT, "."
                   DELIMITED BY SIZE INTO STATEMENT-RECORD
               END-STRING
           ELSE
               STRING "*** CLOSE REFUSED - ",
                      FUNCTION TRIM(WS-REFUSE-REASON),
                      " - nothing was closed this run. ***"
                   DELIMITED BY SIZE INTO STATEMENT-RECORD
               END-STRING
           END-IF
           WRITE STATEMENT-RECORD

           IF WS-CLOSE-OK = 'Y'
               PERFORM WRITE-INCOME-STATEMENT
               PERFORM WRITE-BALANCE-SHEET
           ELSE
               IF WS-UNCLASSIFIED > 0
                   PERFORM WRITE-UNCLASSIFIED-ACCOUNTS
               END-IF
           END-IF

           CLOSE STATEMENT-FILE.

       WRITE-UNCLASSIFIED-ACCOUNTS.
           MOVE SPACES TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           MOVE SPACES TO STATEMENT-RECORD
           STRING "Balance accounts not on the chart of accounts:"
               DELIMITED BY SIZE INTO STATEMENT-RECORD
           END-STRING
           WRITE STATEMENT-RECORD
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-ACCT-COUNT
               MOVE WS-ACCT-CODE(WS-IDX) TO WS-WORK-ACCT
               PERFORM FIND-CHART-ACCOUNT
               IF WS-CHART-HIT = 0
                   MOVE SPACES TO STATEMENT-RECORD
                   STRING "  ", WS-ACCT-CODE(WS-IDX)
                       DELIMITED BY SIZE INTO STATEMENT-RECORD
                   END-STRING
                   WRITE STATEMENT-RECORD
               END-IF
           END-PERFORM.

      *>  Printed from the balances as they stood before the closing
      *>  entries - the activity since the previous close.
       WRITE-INCOME-STATEMENT.
           MOVE SPACES TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           MOVE SPACES TO STATEMENT-RECORD
           IF WS-LAST-CLOSED = SPACES
               STRING "INCOME STATEMENT - period ", WS-CLOSE-PERIOD
                   DELIMITED BY SIZE INTO STATEMENT-RECORD
               END-STRING
           ELSE
               STRING "INCOME STATEMENT - period ", WS-CLOSE-PERIOD,
                      " (activity since the close of ", WS-LAST-CLOSED,
                      ")"
                   DELIMITED BY SIZE INTO STATEMENT-RECORD
               END-STRING
           END-IF
           WRITE STATEMENT-RECORD

           MOVE "REVENUE" TO WS-SECTION-TYPE
           PERFORM WRITE-STATEMENT-SECTION
           MOVE WS-SECTION-TOTAL TO WS-TOTAL-REVENUE

           MOVE "EXPENSE" TO WS-SECTION-TYPE
           PERFORM WRITE-STATEMENT-SECTION
           MOVE WS-SECTION-TOTAL TO WS-TOTAL-EXPENSE

           MOVE SPACES TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           MOVE WS-NET-INCOME TO WS-STATEMENT-EDIT
           MOVE SPACES TO STATEMENT-RECORD
           IF WS-NET-INCOME < 0
               MOVE "  NET LOSS" TO WS-TOTAL-LABEL
           ELSE
               MOVE "  NET INCOME" TO WS-TOTAL-LABEL
           END-IF
           STRING WS-TOTAL-LABEL, WS-STATEMENT-EDIT
               DELIMITED BY SIZE INTO STATEMENT-RECORD
           END-STRING
           WRITE STATEMENT-RECORD.

      *>  Printed from the closed balances, so retained earnings
      *>  already carries the month's income and the sheet balances
      *>  without a current-earnings line.
       WRITE-BALANCE-SHEET.
           MOVE SPACES TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           MOVE SPACES TO STATEMENT-RECORD
           STRING "BALANCE SHEET - at the close of period ",
                  WS-CLOSE-PERIOD
               DELIMITED BY SIZE INTO STATEMENT-RECORD
           END-STRING
           WRITE STATEMENT-RECORD

           MOVE "ASSET" TO WS-SECTION-TYPE
           PERFORM WRITE-STATEMENT-SECTION
           MOVE WS-SECTION-TOTAL TO WS-TOTAL-ASSETS

           MOVE "LIABILITY" TO WS-SECTION-TYPE
           PERFORM WRITE-STATEMENT-SECTION
           MOVE WS-SECTION-TOTAL TO WS-TOTAL-LIABILITIES

           MOVE "EQUITY" TO WS-SECTION-TYPE
           PERFORM WRITE-STATEMENT-SECTION
           MOVE WS-SECTION-TOTAL TO WS-TOTAL-EQUITY

           COMPUTE WS-TOTAL-LIAB-EQUITY =
               WS-TOTAL-LIABILITIES + WS-TOTAL-EQUITY
           MOVE SPACES TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           MOVE WS-TOTAL-LIAB-EQUITY TO WS-STATEMENT-EDIT
           MOVE SPACES TO STATEMENT-RECORD
           MOVE "  TOTAL LIABILITIES AND EQUITY" TO WS-TOTAL-LABEL
           STRING WS-TOTAL-LABEL, WS-STATEMENT-EDIT
               DELIMITED BY SIZE INTO STATEMENT-RECORD
           END-STRING
           WRITE STATEMENT-RECORD

           MOVE SPACES TO STATEMENT-RECORD
           IF WS-TOTAL-ASSETS = WS-TOTAL-LIAB-EQUITY
               STRING "  ASSETS EQUAL LIABILITIES PLUS EQUITY - IN "
                      "BALANCE"
                   DELIMITED BY SIZE INTO STATEMENT-RECORD
               END-STRING
           ELSE
               COMPUTE WS-BALANCE-DIFF =
                   WS-TOTAL-ASSETS - WS-TOTAL-LIAB-EQUITY
               MOVE WS-BALANCE-DIFF TO WS-STATEMENT-EDIT
               STRING "  *** OUT OF BALANCE by ",
                      FUNCTION TRIM(WS-STATEMENT-EDIT), " ***"
                   DELIMITED BY SIZE INTO STATEMENT-RECORD
               END-STRING
           END-IF
           WRITE STATEMENT-RECORD.

      *>  One heading, one line per chart account of WS-SECTION-TYPE
      *>  that carries a balance (in chart order), and the section
      *>  total in WS-SECTION-TOTAL.
       WRITE-STATEMENT-SECTION.
           MOVE 0 TO WS-SECTION-TOTAL
           MOVE SPACES TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           MOVE SPACES TO STATEMENT-RECORD
           EVALUATE WS-SECTION-TYPE
               WHEN "REVENUE"
                   MOVE "  Revenue" TO STATEMENT-RECORD
               WHEN "EXPENSE"
                   MOVE "  Expenses" TO STATEMENT-RECORD
               WHEN "ASSET"
                   MOVE "  Assets" TO STATEMENT-RECORD
               WHEN "LIABILITY"
                   MOVE "  Liabilities" TO STATEMENT-RECORD
               WHEN "EQUITY"
                   MOVE "  Equity" TO STATEMENT-RECORD
           END-EVALUATE
           WRITE STATEMENT-RECORD
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CHART-COUNT
               IF WS-CHART-TYPE(WS-IDX) = WS-SECTION-TYPE
                   PERFORM WRITE-STATEMENT-LINE
               END-IF
           END-PERFORM
           MOVE WS-SECTION-TOTAL TO WS-STATEMENT-EDIT
           MOVE SPACES TO STATEMENT-RECORD
           EVALUATE WS-SECTION-TYPE
               WHEN "REVENUE"
                   MOVE "    Total revenue" TO WS-TOTAL-LABEL
               WHEN "EXPENSE"
                   MOVE "    Total expenses" TO WS-TOTAL-LABEL
               WHEN "ASSET"
                   MOVE "    Total assets" TO WS-TOTAL-LABEL
               WHEN "LIABILITY"
                   MOVE "    Total liabilities" TO WS-TOTAL-LABEL
               WHEN "EQUITY"
                   MOVE "    Total equity" TO WS-TOTAL-LABEL
           END-EVALUATE
           STRING WS-TOTAL-LABEL, WS-STATEMENT-EDIT
               DELIMITED BY SIZE INTO STATEMENT-RECORD
           END-STRING
           WRITE STATEMENT-RECORD.

      *>  Revenue and expense lines print the pre-close balance; the
      *>  balance-sheet lines the closed one.  An account the master
      *>  has never posted to is left off.
       WRITE-STATEMENT-LINE.
           MOVE 0 TO WS-ACCT-HIT
           PERFORM VARYING WS-CIDX FROM 1 BY 1
                   UNTIL WS-CIDX > WS-ACCT-COUNT
               IF WS-ACCT-CODE(WS-CIDX) = WS-CHART-ACCT(WS-IDX)
                   MOVE WS-CIDX TO WS-ACCT-HIT
               END-IF
           END-PERFORM
           IF WS-ACCT-HIT > 0
               EVALUATE WS-SECTION-TYPE
                   WHEN "REVENUE"
                       COMPUTE WS-LINE-AMOUNT =
                           0 - WS-ACCT-PRE-NET(WS-ACCT-HIT)
                   WHEN "EXPENSE"
                       MOVE WS-ACCT-PRE-NET(WS-ACCT-HIT)
                           TO WS-LINE-AMOUNT
                   WHEN "ASSET"
                       COMPUTE WS-LINE-AMOUNT =
                           WS-ACCT-DEBITS(WS-ACCT-HIT) -
                           WS-ACCT-CREDITS(WS-ACCT-HIT)
                   WHEN OTHER
                       COMPUTE WS-LINE-AMOUNT =
                           WS-ACCT-CREDITS(WS-ACCT-HIT) -
                           WS-ACCT-DEBITS(WS-ACCT-HIT)
               END-EVALUATE
               ADD WS-LINE-AMOUNT TO WS-SECTION-TOTAL
               MOVE WS-CHART-NAME(WS-IDX) TO WS-LINE-NAME
               MOVE WS-LINE-AMOUNT TO WS-STATEMENT-EDIT
               MOVE SPACES TO STATEMENT-RECORD
               STRING "    ", WS-CHART-ACCT(WS-IDX), "  ",
                      WS-LINE-NAME, WS-STATEMENT-EDIT
                   DELIMITED BY SIZE INTO STATEMENT-RECORD
               END-STRING
               IF WS-CHART-ACTIVE(WS-IDX) NOT = 'Y'
                   MOVE "  (inactive)" TO STATEMENT-RECORD(63:12)
               END-IF
               WRITE STATEMENT-RECORD
           END-IF.
