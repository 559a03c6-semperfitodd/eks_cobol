       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKRECON.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANK-FILE
               ASSIGN TO "/mnt/efs/input/bank_deposits.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BANK-STATUS.
           SELECT PAYMENTS-FILE
               ASSIGN TO "/mnt/efs/input/customer_payments.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYMENTS-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "/mnt/efs/data/customer_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID
               ALTERNATE RECORD KEY IS CUST-NAME
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT REPORT-FILE
               ASSIGN TO "/mnt/efs/output/bank_reconciliation_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SUSPENSE-FILE
               ASSIGN TO "/mnt/efs/data/bank_reconciliation_suspense.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "/output/run_control.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-CONTROL-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "/output/run_audit_history.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
      *>  Sort-based match work files, the same arrangement as
      *>  CSVRECONCILE.  Both sides are collected unsorted, sorted by
      *>  reference for the first pass, and whatever that pass leaves
      *>  over is sorted again by amount and date for the second.
      *>  The -sorted files are reused by both passes.
           SELECT BANK-WORK-FILE
               ASSIGN TO "/mnt/efs/output/bankrec_bank_work.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BOOK-WORK-FILE
               ASSIGN TO "/mnt/efs/output/bankrec_book_work.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BANK-SORTED-FILE
               ASSIGN TO "/mnt/efs/output/bankrec_bank_sorted.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BOOK-SORTED-FILE
               ASSIGN TO "/mnt/efs/output/bankrec_book_sorted.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BANK-PASS2-FILE
               ASSIGN TO "/mnt/efs/output/bankrec_bank_pass2.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BOOK-PASS2-FILE
               ASSIGN TO "/mnt/efs/output/bankrec_book_pass2.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT UNMATCHED-BANK-FILE
               ASSIGN TO "/mnt/efs/output/bankrec_unmatched_bank.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT UNMATCHED-BOOK-FILE
               ASSIGN TO "/mnt/efs/output/bankrec_unmatched_book.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MISMATCH-FILE
               ASSIGN TO "/mnt/efs/output/bankrec_mismatch.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CLEARED-FILE
               ASSIGN TO "/mnt/efs/output/bankrec_cleared.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK ASSIGN TO "SORTWORK".

       DATA DIVISION.
       FILE SECTION.
       FD  BANK-FILE.
       01  BANK-RECORD PIC X(200).

       FD  PAYMENTS-FILE.
       01  PAYMENTS-RECORD PIC X(200).

       FD  CUSTOMER-MASTER.
       01  CUSTOMER-RECORD.
           COPY CUSTREC.

       FD  REPORT-FILE.
       01  REPORT-RECORD PIC X(200).

       FD  SUSPENSE-FILE.
       01  SUSPENSE-RECORD PIC X(200).

       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-RECORD PIC X(80).

       FD  AUDIT-FILE.
       01  AUDIT-RECORD PIC X(200).

      *>  All the work files carry the same 112-byte BANKXREC image,
      *>  moved to and from the structured work records in
      *>  WORKING-STORAGE.
       FD  BANK-WORK-FILE.
       01  BANK-WORK-RECORD PIC X(112).

       FD  BOOK-WORK-FILE.
       01  BOOK-WORK-RECORD PIC X(112).

       FD  BANK-SORTED-FILE.
       01  BANK-SORTED-RECORD PIC X(112).

       FD  BOOK-SORTED-FILE.
       01  BOOK-SORTED-RECORD PIC X(112).

       FD  BANK-PASS2-FILE.
       01  BANK-PASS2-RECORD PIC X(112).

       FD  BOOK-PASS2-FILE.
       01  BOOK-PASS2-RECORD PIC X(112).

       FD  UNMATCHED-BANK-FILE.
       01  UNMATCHED-BANK-RECORD PIC X(112).

       FD  UNMATCHED-BOOK-FILE.
       01  UNMATCHED-BOOK-RECORD PIC X(112).

       FD  MISMATCH-FILE.
       01  MISMATCH-RECORD PIC X(112).

       FD  CLEARED-FILE.
       01  CLEARED-RECORD PIC X(112).

       SD  SORT-WORK.
       01  SORT-REC.
           COPY BANKXREC
               REPLACING BANKX-SOURCE        BY SORT-SOURCE
                         BANKX-REFERENCE     BY SORT-REFERENCE
                         BANKX-CUST-ID       BY SORT-CUST-ID
                         BANKX-DATE          BY SORT-DATE
                         BANKX-AMOUNT        BY SORT-AMOUNT
                         BANKX-DESCRIPTION   BY SORT-DESCRIPTION
                         BANKX-FIRST-SEEN    BY SORT-FIRST-SEEN
                         BANKX-FROM-SUSPENSE BY SORT-FROM-SUSPENSE.

       WORKING-STORAGE SECTION.
       01  WS-BANK-STATUS PIC XX.
       01  WS-PAYMENTS-STATUS PIC XX.
       01  WS-MASTER-STATUS PIC XX.
       01  WS-BANK-EOF PIC X VALUE 'N'.
       01  WS-PAYMENTS-EOF PIC X VALUE 'N'.

      *>  Bank side.  The bank's daily deposit/lockbox file is one
      *>  deposit per line, DEPOSIT-DATE|AMOUNT|REFERENCE|DESCRIPTION,
      *>  with the date as YYYYMMDD and the amount positive.  A line
      *>  that fails either test is counted and echoed to the console
      *>  with its raw text - it is still cash somebody has to chase,
      *>  so it must never vanish quietly.
       01  WS-DEP-DATE-TEXT PIC X(20).
       01  WS-DEP-AMT-TEXT  PIC X(20).
       01  WS-DEP-REF-TEXT  PIC X(30).
       01  WS-DEP-DESC-TEXT PIC X(40).
       01  WS-BANK-COUNT PIC 9(7) VALUE 0.
       01  WS-BANK-BADLINE PIC 9(7) VALUE 0.

      *>  Book side - the payments ARPOSTING applied to
      *>  customer_balances.dat.  The payments feed
      *>  (CUST-ID|YYYYMMDD|AMOUNT|REFERENCE) is re-read and put
      *>  through ARPOSTING's own acceptance tests (id present, date,
      *>  positive amount, active customer on the master); a line that
      *>  fails them went to unapplied_cash.txt, never reached the
      *>  ledger, and so is not book cash.  Its deposit will therefore
      *>  show up here as a deposit with no payment, which is the
      *>  point: cash in the bank the AR book does not know about.
       01  WS-PAY-ID-TEXT   PIC X(20).
       01  WS-PAY-DATE-TEXT PIC X(20).
       01  WS-PAY-AMT-TEXT  PIC X(20).
       01  WS-PAY-REF-TEXT  PIC X(30).
       01  WS-PAY-VALID PIC X VALUE 'Y'.
       01  WS-PAY-AMOUNT PIC 9(9)V99 VALUE 0.
       01  WS-BOOK-COUNT PIC 9(7) VALUE 0.
       01  WS-PAYMENTS-READ PIC 9(7) VALUE 0.
       01  WS-PAYMENTS-UNAPPLIED PIC 9(7) VALUE 0.

      *>  Cash totals for the business date - today's bank file
      *>  against today's applied payments, suspense items excluded
      *>  (they were counted on the day they arrived).
       01  WS-BANK-FEED-COUNT PIC 9(7) VALUE 0.
       01  WS-BOOK-FEED-COUNT PIC 9(7) VALUE 0.
       01  WS-BANK-FEED-TOTAL PIC 9(11)V99 VALUE 0.
       01  WS-BOOK-FEED-TOTAL PIC 9(11)V99 VALUE 0.
       01  WS-CASH-DIFFERENCE PIC S9(11)V99 VALUE 0.

      *>  Shared item layout - one work record per side, moved to and
      *>  from the 112-byte work-file images.  See BANKXREC.cpy.
       01  BANK-WORK-REC.
           COPY BANKXREC
               REPLACING BANKX-SOURCE        BY BANK-SOURCE
                         BANKX-REFERENCE     BY BANK-REFERENCE
                         BANKX-CUST-ID       BY BANK-CUST-ID
                         BANKX-DATE          BY BANK-DATE
                         BANKX-AMOUNT        BY BANK-AMOUNT
                         BANKX-DESCRIPTION   BY BANK-DESCRIPTION
                         BANKX-FIRST-SEEN    BY BANK-FIRST-SEEN
                         BANKX-FROM-SUSPENSE BY BANK-FROM-SUSPENSE.

       01  BOOK-WORK-REC.
           COPY BANKXREC
               REPLACING BANKX-SOURCE        BY BOOK-SOURCE
                         BANKX-REFERENCE     BY BOOK-REFERENCE
                         BANKX-CUST-ID       BY BOOK-CUST-ID
                         BANKX-DATE          BY BOOK-DATE
                         BANKX-AMOUNT        BY BOOK-AMOUNT
                         BANKX-DESCRIPTION   BY BOOK-DESCRIPTION
                         BANKX-FIRST-SEEN    BY BOOK-FIRST-SEEN
                         BANKX-FROM-SUSPENSE BY BOOK-FROM-SUSPENSE.

       01  WS-BANK-SORT-EOF PIC X VALUE 'N'.
       01  WS-BOOK-SORT-EOF PIC X VALUE 'N'.
       01  WS-UNM-EOF PIC X VALUE 'N'.
       01  WS-MATCHED-BY-REF PIC 9(7) VALUE 0.
       01  WS-MATCHED-BY-AMOUNT PIC 9(7) VALUE 0.
       01  WS-MATCHED-COUNT PIC 9(7) VALUE 0.
       01  WS-MISMATCH-COUNT PIC 9(7) VALUE 0.
       01  WS-UNMATCHED-BANK PIC 9(7) VALUE 0.
       01  WS-UNMATCHED-BOOK PIC 9(7) VALUE 0.
       01  WS-MISMATCH-DIFF PIC S9(9)V99 VALUE 0.
       01  WS-MISMATCH-TOTAL PIC S9(11)V99 VALUE 0.

      *>  Carry-forward suspense, as in CSVRECONCILE: unmatched items
      *>  are written whole to the suspense file at the end of the run
      *>  (SOURCE|REFERENCE|CUST-ID|DATE|AMOUNT|DESCRIPTION|FIRST-SEEN)
      *>  and reloaded ahead of the next run's feeds, keeping the date
      *>  each first failed to match so the report can age them and
      *>  escalate anything older than WS-ESCALATE-DAYS.  A suspense
      *>  item first seen on this run's own business date can only
      *>  have come from an earlier run of the same date, and today's
      *>  feeds are about to supply it again, so it is skipped rather
      *>  than loaded twice - a forced rerun cannot double the
      *>  suspense.  An amount mismatch is reported once and not
      *>  carried: the reference has found its partner, and what is
      *>  left to chase is the difference, which the report states.
       01  WS-SUSPENSE-STATUS PIC XX.
       01  WS-SUSPENSE-EOF PIC X VALUE 'N'.
       01  WS-RUN-DATE PIC X(8).
       01  WS-TODAY-INT PIC 9(8) VALUE 0.
       01  WS-SEEN-NUM PIC 9(8) VALUE 0.
       01  WS-ITEM-AGE PIC 9(5) VALUE 0.
       01  WS-ESCALATE-DAYS PIC 9(3) VALUE 5.
       01  WS-AGE-BUCKET-1DAY PIC 9(7) VALUE 0.
       01  WS-AGE-BUCKET-2TO5 PIC 9(7) VALUE 0.
       01  WS-AGE-BUCKET-OVER5 PIC 9(7) VALUE 0.
       01  WS-SUSP-SOURCE-TEXT PIC X(10).
       01  WS-SUSP-REF-TEXT    PIC X(30).
       01  WS-SUSP-CUST-TEXT   PIC X(10).
       01  WS-SUSP-DATE-TEXT   PIC X(10).
       01  WS-SUSP-AMT-TEXT    PIC X(20).
       01  WS-SUSP-DESC-TEXT   PIC X(40).
       01  WS-SUSP-SEEN-TEXT   PIC X(10).
       01  WS-SUSPENSE-LOADED  PIC 9(7) VALUE 0.
       01  WS-SUSPENSE-DROPPED PIC 9(7) VALUE 0.
       01  WS-SUSPENSE-RERUN   PIC 9(7) VALUE 0.
       01  WS-SUSPENSE-CLEARED PIC 9(7) VALUE 0.
       01  WS-SUSPENSE-CARRIED PIC 9(7) VALUE 0.
       01  WS-SECTION-LINES    PIC 9(7) VALUE 0.
       01  WS-AGE-DATE         PIC X(8).
       01  WS-SEEN-INT         PIC 9(8) VALUE 0.

      *>  Run-control and audit trail, shared with the rest of the
      *>  nightly suite - see the same block in CSVRECONCILE.
       01  WS-RUN-CONTROL-STATUS PIC XX.
       01  WS-AUDIT-STATUS PIC XX.
       01  WS-RUN-CONTROL-EOF PIC X VALUE 'N'.
       01  WS-BUSINESS-DATE PIC X(8).
       01  WS-RUN-ID PIC X(40).
       01  WS-START-TS PIC X(14).
       01  WS-END-TS PIC X(14).
       01  WS-CTL-KEY-TEXT PIC X(20).
       01  WS-CTL-VALUE-TEXT PIC X(20).
       01  WS-AUDIT-IN  PIC 9(7) VALUE 0.
       01  WS-AUDIT-OUT PIC 9(7) VALUE 0.
       01  WS-AUDIT-REJ PIC 9(7) VALUE 0.

      *>  Nightly run-order guard - see the same block in
      *>  CSVRECONCILE.  The book side is only meaningful once
      *>  ARPOSTING has applied the night's payments.
       01  WS-FORCE-RERUN PIC X VALUE 'N'.
       01  WS-GUARD-EOF PIC X VALUE 'N'.
       01  WS-SELF-RAN PIC X VALUE 'N'.
       01  WS-UPSTREAM-ARPOST PIC X VALUE 'N'.
       01  WS-AUD-RUNID-TEXT PIC X(50).
       01  WS-AUD-PROG-TEXT PIC X(30).
       01  WS-AUD-DATE-TEXT PIC X(20).

       01  WS-AMOUNT-EDIT PIC Z(8)9.99.
       01  WS-AMOUNT-EDIT-2 PIC Z(8)9.99.
       01  WS-TOTAL-EDIT PIC Z(10)9.99.
       01  WS-SIGNED-EDIT PIC -(10)9.99.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           PERFORM INIT-RUN-CONTROL
           PERFORM CHECK-RUN-ORDER
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-RUN-DATE))
           PERFORM OPEN-MASTER
           OPEN OUTPUT BANK-WORK-FILE
           OPEN OUTPUT BOOK-WORK-FILE
           PERFORM LOAD-SUSPENSE
           PERFORM LOAD-BANK-DEPOSITS
           PERFORM LOAD-APPLIED-PAYMENTS
           CLOSE BANK-WORK-FILE
           CLOSE BOOK-WORK-FILE
           CLOSE CUSTOMER-MASTER
           SORT SORT-WORK ON ASCENDING KEY SORT-REFERENCE
               USING BANK-WORK-FILE GIVING BANK-SORTED-FILE
           SORT SORT-WORK ON ASCENDING KEY SORT-REFERENCE
               USING BOOK-WORK-FILE GIVING BOOK-SORTED-FILE
           OPEN OUTPUT CLEARED-FILE
           PERFORM MATCH-BY-REFERENCE
           SORT SORT-WORK ON ASCENDING KEY SORT-AMOUNT SORT-DATE
               USING BANK-PASS2-FILE GIVING BANK-SORTED-FILE
           SORT SORT-WORK ON ASCENDING KEY SORT-AMOUNT SORT-DATE
               USING BOOK-PASS2-FILE GIVING BOOK-SORTED-FILE
           PERFORM MATCH-BY-AMOUNT-AND-DATE
           CLOSE CLEARED-FILE
           PERFORM WRITE-REPORT
           PERFORM WRITE-SUSPENSE
           PERFORM WRITE-AUDIT-RECORD
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
           STRING "BANKRECON-", WS-BUSINESS-DATE, "-",
                  WS-START-TS(9:6)
               DELIMITED BY SIZE INTO WS-RUN-ID
           END-STRING
           MOVE WS-BUSINESS-DATE TO WS-RUN-DATE
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
                   DISPLAY "ERROR: BANKRECON has already completed for "
                       "business date " WS-BUSINESS-DATE " - a second "
                       "run would age and report the day's items "
                       "twice.  Set FORCE-RERUN|Y in run_control.cfg "
                       "for a deliberate rerun."
                   STOP RUN
               END-IF
               IF WS-UPSTREAM-ARPOST = 'N'
                   DISPLAY "ERROR: ARPOSTING has not completed for "
                       "business date " WS-BUSINESS-DATE " - the "
                       "applied-payments side would not match the "
                       "ledger.  Run it first, or set FORCE-RERUN|Y "
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
                   WHEN "BANKRECON"
                       MOVE 'Y' TO WS-SELF-RAN
                   WHEN "ARPOSTING"
                       MOVE 'Y' TO WS-UPSTREAM-ARPOST
               END-EVALUATE
           END-IF.

      *>  One append-only line per run.  IN counts everything loaded
      *>  (both sides, suspense included), OUT the matched pairs, REJ
      *>  the unmatched items plus the amount-mismatch pairs.
       WRITE-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-END-TS
           COMPUTE WS-AUDIT-IN = WS-BANK-COUNT + WS-BOOK-COUNT
           MOVE WS-MATCHED-COUNT TO WS-AUDIT-OUT
           COMPUTE WS-AUDIT-REJ =
               WS-UNMATCHED-BANK + WS-UNMATCHED-BOOK + WS-MISMATCH-COUNT
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-FILE
               CLOSE AUDIT-FILE
               OPEN EXTEND AUDIT-FILE
           END-IF
           IF WS-AUDIT-STATUS = "00"
               MOVE SPACES TO AUDIT-RECORD
               STRING FUNCTION TRIM(WS-RUN-ID),
                      "|BANKRECON|", WS-BUSINESS-DATE,
                      "|", WS-START-TS, "|", WS-END-TS,
                      "|", FUNCTION TRIM(WS-AUDIT-IN),
                      "|", FUNCTION TRIM(WS-AUDIT-OUT),
                      "|", FUNCTION TRIM(WS-AUDIT-REJ)
                   DELIMITED BY SIZE INTO AUDIT-RECORD
               END-STRING
               WRITE AUDIT-RECORD
               CLOSE AUDIT-FILE
           ELSE
               DISPLAY "WARNING: audit history unavailable (status "
                   WS-AUDIT-STATUS ") - this run was not recorded."
           END-IF.

      *>  The master is read-only here, and only to repeat ARPOSTING's
      *>  active-customer test.  As in ARPOSTING, a master that cannot
      *>  be opened stops the run - every payment would fail the test
      *>  and the whole day's cash would be reported as unrecorded.
       OPEN-MASTER.
           OPEN INPUT CUSTOMER-MASTER
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open customer master, file status "
                   WS-MASTER-STATUS
               STOP RUN
           END-IF.

      *>  --------------------------------------------------------
      *>  Suspense carry-forward
      *>  --------------------------------------------------------
      *>  Reloads the previous run's unmatched items into the work
      *>  files ahead of today's feeds.  A first run (no suspense file
      *>  yet) just starts empty.
       LOAD-SUSPENSE.
           MOVE 0 TO WS-BANK-COUNT
           MOVE 0 TO WS-BOOK-COUNT
           MOVE 0 TO WS-SUSPENSE-LOADED
           MOVE 'N' TO WS-SUSPENSE-EOF
           OPEN INPUT SUSPENSE-FILE
           IF WS-SUSPENSE-STATUS = "00"
               PERFORM UNTIL WS-SUSPENSE-EOF = 'Y'
                   READ SUSPENSE-FILE
                       AT END MOVE 'Y' TO WS-SUSPENSE-EOF
                       NOT AT END PERFORM STORE-SUSPENSE-RECORD
                   END-READ
               END-PERFORM
               CLOSE SUSPENSE-FILE
           END-IF.

      *>  A suspense line that has lost its source tag or its amount
      *>  is counted as dropped and reported, never lost silently.
       STORE-SUSPENSE-RECORD.
           IF FUNCTION TRIM(SUSPENSE-RECORD) = SPACES
               CONTINUE
           ELSE
               MOVE SPACES TO WS-SUSP-SOURCE-TEXT WS-SUSP-REF-TEXT
                              WS-SUSP-CUST-TEXT WS-SUSP-DATE-TEXT
                              WS-SUSP-AMT-TEXT WS-SUSP-DESC-TEXT
                              WS-SUSP-SEEN-TEXT
               UNSTRING SUSPENSE-RECORD DELIMITED BY "|"
                   INTO WS-SUSP-SOURCE-TEXT, WS-SUSP-REF-TEXT,
                        WS-SUSP-CUST-TEXT, WS-SUSP-DATE-TEXT,
                        WS-SUSP-AMT-TEXT, WS-SUSP-DESC-TEXT,
                        WS-SUSP-SEEN-TEXT
               END-UNSTRING
               EVALUATE TRUE
                   WHEN FUNCTION TRIM(WS-SUSP-SOURCE-TEXT) NOT = "BANK"
                    AND FUNCTION TRIM(WS-SUSP-SOURCE-TEXT) NOT = "BOOK"
                       ADD 1 TO WS-SUSPENSE-DROPPED
                   WHEN FUNCTION TEST-NUMVAL-C(
                            FUNCTION TRIM(WS-SUSP-AMT-TEXT)) NOT = 0
                       ADD 1 TO WS-SUSPENSE-DROPPED
                   WHEN WS-SUSP-SEEN-TEXT(1:8) = WS-RUN-DATE
                       ADD 1 TO WS-SUSPENSE-RERUN
                   WHEN FUNCTION TRIM(WS-SUSP-SOURCE-TEXT) = "BANK"
                       ADD 1 TO WS-BANK-COUNT
                       ADD 1 TO WS-SUSPENSE-LOADED
                       MOVE "BANK" TO BANK-SOURCE
                       MOVE WS-SUSP-REF-TEXT TO BANK-REFERENCE
                       MOVE SPACES TO BANK-CUST-ID
                       MOVE WS-SUSP-DATE-TEXT(1:8) TO BANK-DATE
                       MOVE 0 TO BANK-AMOUNT
                       COMPUTE BANK-AMOUNT =
                           FUNCTION NUMVAL-C(
                               FUNCTION TRIM(WS-SUSP-AMT-TEXT))
                           ON SIZE ERROR
                               MOVE 0 TO BANK-AMOUNT
                       END-COMPUTE
                       MOVE WS-SUSP-DESC-TEXT TO BANK-DESCRIPTION
                       PERFORM SET-SUSPENSE-FIRST-SEEN
                       MOVE WS-SUSP-SEEN-TEXT(1:8) TO BANK-FIRST-SEEN
                       MOVE 'Y' TO BANK-FROM-SUSPENSE
                       WRITE BANK-WORK-RECORD FROM BANK-WORK-REC
                   WHEN OTHER
                       ADD 1 TO WS-BOOK-COUNT
                       ADD 1 TO WS-SUSPENSE-LOADED
                       MOVE "BOOK" TO BOOK-SOURCE
                       MOVE WS-SUSP-REF-TEXT TO BOOK-REFERENCE
                       MOVE WS-SUSP-CUST-TEXT TO BOOK-CUST-ID
                       MOVE WS-SUSP-DATE-TEXT(1:8) TO BOOK-DATE
                       MOVE 0 TO BOOK-AMOUNT
                       COMPUTE BOOK-AMOUNT =
                           FUNCTION NUMVAL-C(
                               FUNCTION TRIM(WS-SUSP-AMT-TEXT))
                           ON SIZE ERROR
                               MOVE 0 TO BOOK-AMOUNT
                       END-COMPUTE
                       MOVE WS-SUSP-DESC-TEXT TO BOOK-DESCRIPTION
                       PERFORM SET-SUSPENSE-FIRST-SEEN
                       MOVE WS-SUSP-SEEN-TEXT(1:8) TO BOOK-FIRST-SEEN
                       MOVE 'Y' TO BOOK-FROM-SUSPENSE
                       WRITE BOOK-WORK-RECORD FROM BOOK-WORK-REC
               END-EVALUATE
           END-IF.

      *>  A hand-mangled first-seen date is aged from today - see the
      *>  same paragraph in CSVRECONCILE.
       SET-SUSPENSE-FIRST-SEEN.
           IF WS-SUSP-SEEN-TEXT(1:8) IS NOT NUMERIC
               MOVE WS-RUN-DATE TO WS-SUSP-SEEN-TEXT(1:8)
           END-IF.

      *>  --------------------------------------------------------
      *>  Bank side
      *>  --------------------------------------------------------
      *>  Appends today's deposits after any reloaded suspense items -
      *>  WS-BANK-COUNT is initialized by LOAD-SUSPENSE, which runs
      *>  first.  No deposit file at all is reported, not fatal: the
      *>  bank may genuinely have sent nothing, and every applied
      *>  payment then shows as undeposited, which is the right alarm.
       LOAD-BANK-DEPOSITS.
           MOVE 'N' TO WS-BANK-EOF
           OPEN INPUT BANK-FILE
           IF WS-BANK-STATUS NOT = "00"
               DISPLAY "WARNING: no bank deposit file found at "
                   "/mnt/efs/input/bank_deposits.txt - the bank side "
                   "is empty for this run."
               MOVE 'Y' TO WS-BANK-EOF
           END-IF
           PERFORM UNTIL WS-BANK-EOF = 'Y'
               READ BANK-FILE
                   AT END MOVE 'Y' TO WS-BANK-EOF
                   NOT AT END
                       IF FUNCTION TRIM(BANK-RECORD) NOT = SPACES
                           PERFORM STORE-BANK-DEPOSIT
                       END-IF
               END-READ
           END-PERFORM
           IF WS-BANK-STATUS = "10" OR WS-BANK-STATUS = "00"
               CLOSE BANK-FILE
           END-IF.

       STORE-BANK-DEPOSIT.
           MOVE SPACES TO WS-DEP-DATE-TEXT WS-DEP-AMT-TEXT
                          WS-DEP-REF-TEXT WS-DEP-DESC-TEXT
           UNSTRING BANK-RECORD DELIMITED BY "|"
               INTO WS-DEP-DATE-TEXT, WS-DEP-AMT-TEXT,
                    WS-DEP-REF-TEXT, WS-DEP-DESC-TEXT
           END-UNSTRING
           EVALUATE TRUE
               WHEN WS-DEP-DATE-TEXT(1:8) IS NOT NUMERIC
                   ADD 1 TO WS-BANK-BADLINE
                   DISPLAY "WARNING: bank deposit line has a bad date: "
                       FUNCTION TRIM(BANK-RECORD)
               WHEN FUNCTION TEST-NUMVAL-C(
                        FUNCTION TRIM(WS-DEP-AMT-TEXT)) NOT = 0
                   ADD 1 TO WS-BANK-BADLINE
                   DISPLAY "WARNING: bank deposit line has a bad amount: "
                       FUNCTION TRIM(BANK-RECORD)
               WHEN FUNCTION NUMVAL-C(
                        FUNCTION TRIM(WS-DEP-AMT-TEXT)) <= 0
                   ADD 1 TO WS-BANK-BADLINE
                   DISPLAY "WARNING: bank deposit line has a bad amount: "
                       FUNCTION TRIM(BANK-RECORD)
               WHEN OTHER
                   MOVE "BANK" TO BANK-SOURCE
                   MOVE FUNCTION TRIM(WS-DEP-REF-TEXT) TO BANK-REFERENCE
                   MOVE SPACES TO BANK-CUST-ID
                   MOVE WS-DEP-DATE-TEXT(1:8) TO BANK-DATE
                   MOVE 0 TO BANK-AMOUNT
                   COMPUTE BANK-AMOUNT =
                       FUNCTION NUMVAL-C(FUNCTION TRIM(WS-DEP-AMT-TEXT))
                       ON SIZE ERROR
                           MOVE 0 TO BANK-AMOUNT
                   END-COMPUTE
                   IF BANK-AMOUNT = 0
                       ADD 1 TO WS-BANK-BADLINE
                       DISPLAY "WARNING: bank deposit line has a bad "
                           "amount: " FUNCTION TRIM(BANK-RECORD)
                   ELSE
                       MOVE FUNCTION TRIM(WS-DEP-DESC-TEXT)
                           TO BANK-DESCRIPTION
                       MOVE WS-RUN-DATE TO BANK-FIRST-SEEN
                       MOVE 'N' TO BANK-FROM-SUSPENSE
                       ADD 1 TO WS-BANK-COUNT
                       ADD 1 TO WS-BANK-FEED-COUNT
                       ADD BANK-AMOUNT TO WS-BANK-FEED-TOTAL
                       WRITE BANK-WORK-RECORD FROM BANK-WORK-REC
                   END-IF
           END-EVALUATE.

      *>  --------------------------------------------------------
      *>  Book side
      *>  --------------------------------------------------------
      *>  Appends today's applied payments after any reloaded suspense
      *>  items.  See the book-side comment block in WORKING-STORAGE.
       LOAD-APPLIED-PAYMENTS.
           MOVE 'N' TO WS-PAYMENTS-EOF
           OPEN INPUT PAYMENTS-FILE
           IF WS-PAYMENTS-STATUS NOT = "00"
               DISPLAY "No payments feed found at "
                   "/mnt/efs/input/customer_payments.txt - the book "
                   "side is empty for this run."
               MOVE 'Y' TO WS-PAYMENTS-EOF
           END-IF
           PERFORM UNTIL WS-PAYMENTS-EOF = 'Y'
               READ PAYMENTS-FILE
                   AT END MOVE 'Y' TO WS-PAYMENTS-EOF
                   NOT AT END
                       IF FUNCTION TRIM(PAYMENTS-RECORD) NOT = SPACES
                           ADD 1 TO WS-PAYMENTS-READ
                           PERFORM STORE-APPLIED-PAYMENT
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PAYMENTS-STATUS = "10" OR WS-PAYMENTS-STATUS = "00"
               CLOSE PAYMENTS-FILE
           END-IF.

      *>  The same tests, in the same order, as ARPOSTING's
      *>  APPLY-ONE-PAYMENT.  Only what passes them is book cash.
       STORE-APPLIED-PAYMENT.
           MOVE SPACES TO WS-PAY-ID-TEXT WS-PAY-DATE-TEXT
                          WS-PAY-AMT-TEXT WS-PAY-REF-TEXT
           UNSTRING PAYMENTS-RECORD DELIMITED BY "|"
               INTO WS-PAY-ID-TEXT, WS-PAY-DATE-TEXT,
                    WS-PAY-AMT-TEXT, WS-PAY-REF-TEXT
           END-UNSTRING
           MOVE 'Y' TO WS-PAY-VALID
           MOVE 0 TO WS-PAY-AMOUNT
           EVALUATE TRUE
               WHEN FUNCTION TRIM(WS-PAY-ID-TEXT) = SPACES
                   MOVE 'N' TO WS-PAY-VALID
               WHEN WS-PAY-DATE-TEXT(1:8) IS NOT NUMERIC
                   MOVE 'N' TO WS-PAY-VALID
               WHEN FUNCTION TEST-NUMVAL-C(
                        FUNCTION TRIM(WS-PAY-AMT-TEXT)) NOT = 0
                   MOVE 'N' TO WS-PAY-VALID
               WHEN FUNCTION NUMVAL-C(
                        FUNCTION TRIM(WS-PAY-AMT-TEXT)) <= 0
                   MOVE 'N' TO WS-PAY-VALID
               WHEN OTHER
                   COMPUTE WS-PAY-AMOUNT =
                       FUNCTION NUMVAL-C(FUNCTION TRIM(WS-PAY-AMT-TEXT))
                       ON SIZE ERROR
                           MOVE 'N' TO WS-PAY-VALID
                   END-COMPUTE
           END-EVALUATE
           IF WS-PAY-VALID = 'Y'
               MOVE SPACES TO CUST-ID
               MOVE FUNCTION TRIM(WS-PAY-ID-TEXT) TO CUST-ID
               READ CUSTOMER-MASTER
                   INVALID KEY
                       MOVE 'N' TO WS-PAY-VALID
                   NOT INVALID KEY
                       IF CUST-STATUS NOT = 'A'
                           MOVE 'N' TO WS-PAY-VALID
                       END-IF
               END-READ
           END-IF
           IF WS-PAY-VALID = 'Y'
               MOVE "BOOK" TO BOOK-SOURCE
               MOVE FUNCTION TRIM(WS-PAY-REF-TEXT) TO BOOK-REFERENCE
               MOVE FUNCTION TRIM(WS-PAY-ID-TEXT) TO BOOK-CUST-ID
               MOVE WS-PAY-DATE-TEXT(1:8) TO BOOK-DATE
               MOVE WS-PAY-AMOUNT TO BOOK-AMOUNT
               MOVE CUST-NAME TO BOOK-DESCRIPTION
               MOVE WS-RUN-DATE TO BOOK-FIRST-SEEN
               MOVE 'N' TO BOOK-FROM-SUSPENSE
               ADD 1 TO WS-BOOK-COUNT
               ADD 1 TO WS-BOOK-FEED-COUNT
               ADD BOOK-AMOUNT TO WS-BOOK-FEED-TOTAL
               WRITE BOOK-WORK-RECORD FROM BOOK-WORK-REC
           ELSE
               ADD 1 TO WS-PAYMENTS-UNAPPLIED
           END-IF.

      *>  --------------------------------------------------------
      *>  Pass 1 - match on reference
      *>  --------------------------------------------------------
      *>  Both sides arrive sorted by reference.  Equal references
      *>  pair first-against-first; if the amounts agree the pair is
      *>  matched, otherwise it is an amount mismatch and both items
      *>  go to the mismatch file (bank record, then book record).  A
      *>  blank reference can never match on reference, and anything
      *>  left unpaired here goes on to pass 2.
       MATCH-BY-REFERENCE.
           MOVE 'N' TO WS-BANK-SORT-EOF
           MOVE 'N' TO WS-BOOK-SORT-EOF
           OPEN INPUT BANK-SORTED-FILE
           OPEN INPUT BOOK-SORTED-FILE
           OPEN OUTPUT BANK-PASS2-FILE
           OPEN OUTPUT BOOK-PASS2-FILE
           OPEN OUTPUT MISMATCH-FILE
           PERFORM READ-SORTED-BANK
           PERFORM READ-SORTED-BOOK
           PERFORM UNTIL WS-BANK-SORT-EOF = 'Y' AND WS-BOOK-SORT-EOF = 'Y'
               EVALUATE TRUE
                   WHEN WS-BANK-SORT-EOF = 'Y'
                       WRITE BOOK-PASS2-RECORD FROM BOOK-WORK-REC
                       PERFORM READ-SORTED-BOOK
                   WHEN WS-BOOK-SORT-EOF = 'Y'
                       WRITE BANK-PASS2-RECORD FROM BANK-WORK-REC
                       PERFORM READ-SORTED-BANK
                   WHEN BANK-REFERENCE = SPACES
                       WRITE BANK-PASS2-RECORD FROM BANK-WORK-REC
                       PERFORM READ-SORTED-BANK
                   WHEN BOOK-REFERENCE = SPACES
                       WRITE BOOK-PASS2-RECORD FROM BOOK-WORK-REC
                       PERFORM READ-SORTED-BOOK
                   WHEN BANK-REFERENCE = BOOK-REFERENCE
                       IF BANK-AMOUNT = BOOK-AMOUNT
                           ADD 1 TO WS-MATCHED-BY-REF
                           ADD 1 TO WS-MATCHED-COUNT
                           PERFORM EMIT-CLEARED-ITEMS
                       ELSE
                           ADD 1 TO WS-MISMATCH-COUNT
                           WRITE MISMATCH-RECORD FROM BANK-WORK-REC
                           WRITE MISMATCH-RECORD FROM BOOK-WORK-REC
                       END-IF
                       PERFORM READ-SORTED-BANK
                       PERFORM READ-SORTED-BOOK
                   WHEN BANK-REFERENCE < BOOK-REFERENCE
                       WRITE BANK-PASS2-RECORD FROM BANK-WORK-REC
                       PERFORM READ-SORTED-BANK
                   WHEN OTHER
                       WRITE BOOK-PASS2-RECORD FROM BOOK-WORK-REC
                       PERFORM READ-SORTED-BOOK
               END-EVALUATE
           END-PERFORM
           CLOSE BANK-SORTED-FILE
           CLOSE BOOK-SORTED-FILE
           CLOSE BANK-PASS2-FILE
           CLOSE BOOK-PASS2-FILE
           CLOSE MISMATCH-FILE.

      *>  --------------------------------------------------------
      *>  Pass 2 - match on amount and date
      *>  --------------------------------------------------------
      *>  What pass 1 could not pair arrives sorted by amount, then
      *>  date.  A deposit and a payment of the same amount on the
      *>  same date are taken as the same cash; the lower side
      *>  advances as unmatched, exactly as in CSVRECONCILE.
       MATCH-BY-AMOUNT-AND-DATE.
           MOVE 'N' TO WS-BANK-SORT-EOF
           MOVE 'N' TO WS-BOOK-SORT-EOF
           OPEN INPUT BANK-SORTED-FILE
           OPEN INPUT BOOK-SORTED-FILE
           OPEN OUTPUT UNMATCHED-BANK-FILE
           OPEN OUTPUT UNMATCHED-BOOK-FILE
           PERFORM READ-SORTED-BANK
           PERFORM READ-SORTED-BOOK
           PERFORM UNTIL WS-BANK-SORT-EOF = 'Y' AND WS-BOOK-SORT-EOF = 'Y'
               EVALUATE TRUE
                   WHEN WS-BANK-SORT-EOF = 'Y'
                       PERFORM EMIT-UNMATCHED-BOOK
                       PERFORM READ-SORTED-BOOK
                   WHEN WS-BOOK-SORT-EOF = 'Y'
                       PERFORM EMIT-UNMATCHED-BANK
                       PERFORM READ-SORTED-BANK
                   WHEN BANK-AMOUNT = BOOK-AMOUNT AND
                        BANK-DATE = BOOK-DATE
                       ADD 1 TO WS-MATCHED-BY-AMOUNT
                       ADD 1 TO WS-MATCHED-COUNT
                       PERFORM EMIT-CLEARED-ITEMS
                       PERFORM READ-SORTED-BANK
                       PERFORM READ-SORTED-BOOK
                   WHEN BANK-AMOUNT < BOOK-AMOUNT
                       PERFORM EMIT-UNMATCHED-BANK
                       PERFORM READ-SORTED-BANK
                   WHEN BANK-AMOUNT = BOOK-AMOUNT AND
                        BANK-DATE < BOOK-DATE
                       PERFORM EMIT-UNMATCHED-BANK
                       PERFORM READ-SORTED-BANK
                   WHEN OTHER
                       PERFORM EMIT-UNMATCHED-BOOK
                       PERFORM READ-SORTED-BOOK
               END-EVALUATE
           END-PERFORM
           CLOSE BANK-SORTED-FILE
           CLOSE BOOK-SORTED-FILE
           CLOSE UNMATCHED-BANK-FILE
           CLOSE UNMATCHED-BOOK-FILE.

       READ-SORTED-BANK.
           READ BANK-SORTED-FILE INTO BANK-WORK-REC
               AT END MOVE 'Y' TO WS-BANK-SORT-EOF
           END-READ.

       READ-SORTED-BOOK.
           READ BOOK-SORTED-FILE INTO BOOK-WORK-REC
               AT END MOVE 'Y' TO WS-BOOK-SORT-EOF
           END-READ.

       EMIT-UNMATCHED-BANK.
           ADD 1 TO WS-UNMATCHED-BANK
           WRITE UNMATCHED-BANK-RECORD FROM BANK-WORK-REC.

       EMIT-UNMATCHED-BOOK.
           ADD 1 TO WS-UNMATCHED-BOOK
           WRITE UNMATCHED-BOOK-RECORD FROM BOOK-WORK-REC.

      *>  A matched pair only matters to the cleared section when one
      *>  side (or both) was carried in from suspense.
       EMIT-CLEARED-ITEMS.
           IF BANK-FROM-SUSPENSE = 'Y'
               ADD 1 TO WS-SUSPENSE-CLEARED
               WRITE CLEARED-RECORD FROM BANK-WORK-REC
           END-IF
           IF BOOK-FROM-SUSPENSE = 'Y'
               ADD 1 TO WS-SUSPENSE-CLEARED
               WRITE CLEARED-RECORD FROM BOOK-WORK-REC
           END-IF.

      *>  --------------------------------------------------------
      *>  Report
      *>  --------------------------------------------------------
       WRITE-REPORT.
           OPEN OUTPUT REPORT-FILE

           MOVE SPACES TO REPORT-RECORD
           STRING "Bank Reconciliation Report - Bank Deposits vs "
                  "Applied Payments - Business Date ", WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           STRING "Deposits in bank file with no matching payment:"
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE 'N' TO WS-UNM-EOF
           OPEN INPUT UNMATCHED-BANK-FILE
           PERFORM UNTIL WS-UNM-EOF = 'Y'
               READ UNMATCHED-BANK-FILE INTO BANK-WORK-REC
                   AT END MOVE 'Y' TO WS-UNM-EOF
                   NOT AT END
                       MOVE BANK-FIRST-SEEN TO WS-AGE-DATE
                       PERFORM COMPUTE-ITEM-AGE
                       PERFORM TALLY-AGE-BUCKET
                       MOVE BANK-AMOUNT TO WS-AMOUNT-EDIT
                       MOVE SPACES TO REPORT-RECORD
                       STRING "  Deposit ", BANK-DATE,
                              " Ref ", FUNCTION TRIM(BANK-REFERENCE),
                              " - ", FUNCTION TRIM(BANK-DESCRIPTION),
                              " - Amount ",
                              FUNCTION TRIM(WS-AMOUNT-EDIT),
                              " - First Seen ", BANK-FIRST-SEEN,
                              " (Age ", FUNCTION TRIM(WS-ITEM-AGE),
                              " days)"
                           DELIMITED BY SIZE INTO REPORT-RECORD
                       WRITE REPORT-RECORD
               END-READ
           END-PERFORM
           CLOSE UNMATCHED-BANK-FILE
           IF WS-UNMATCHED-BANK = 0
               MOVE SPACES TO REPORT-RECORD
               STRING "  (none)"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           STRING "Applied payments with no matching deposit:"
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE 'N' TO WS-UNM-EOF
           OPEN INPUT UNMATCHED-BOOK-FILE
           PERFORM UNTIL WS-UNM-EOF = 'Y'
               READ UNMATCHED-BOOK-FILE INTO BOOK-WORK-REC
                   AT END MOVE 'Y' TO WS-UNM-EOF
                   NOT AT END
                       MOVE BOOK-FIRST-SEEN TO WS-AGE-DATE
                       PERFORM COMPUTE-ITEM-AGE
                       PERFORM TALLY-AGE-BUCKET
                       MOVE BOOK-AMOUNT TO WS-AMOUNT-EDIT
                       MOVE SPACES TO REPORT-RECORD
                       STRING "  Payment ", BOOK-DATE,
                              " Ref ", FUNCTION TRIM(BOOK-REFERENCE),
                              " - Customer ", FUNCTION TRIM(BOOK-CUST-ID),
                              " ", FUNCTION TRIM(BOOK-DESCRIPTION),
                              " - Amount ",
                              FUNCTION TRIM(WS-AMOUNT-EDIT),
                              " - First Seen ", BOOK-FIRST-SEEN,
                              " (Age ", FUNCTION TRIM(WS-ITEM-AGE),
                              " days)"
                           DELIMITED BY SIZE INTO REPORT-RECORD
                       WRITE REPORT-RECORD
               END-READ
           END-PERFORM
           CLOSE UNMATCHED-BOOK-FILE
           IF WS-UNMATCHED-BOOK = 0
               MOVE SPACES TO REPORT-RECORD
               STRING "  (none)"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF

           PERFORM WRITE-MISMATCH-SECTION
           PERFORM WRITE-AGING-SUMMARY
           PERFORM WRITE-ESCALATION-SECTION
           PERFORM WRITE-CLEARED-SECTION
           PERFORM WRITE-CASH-TOTALS

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           STRING "Deposits read: ", FUNCTION TRIM(WS-BANK-COUNT),
                  "  Applied payments read: ",
                  FUNCTION TRIM(WS-BOOK-COUNT),
                  "  Matched pairs: ", FUNCTION TRIM(WS-MATCHED-COUNT),
                  " (by reference ", FUNCTION TRIM(WS-MATCHED-BY-REF),
                  ", by amount and date ",
                  FUNCTION TRIM(WS-MATCHED-BY-AMOUNT), ")"
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           STRING "Unmatched deposits: ", FUNCTION TRIM(WS-UNMATCHED-BANK),
                  "  Unmatched payments: ",
                  FUNCTION TRIM(WS-UNMATCHED-BOOK),
                  "  Amount mismatches: ",
                  FUNCTION TRIM(WS-MISMATCH-COUNT)
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           STRING "Suspense reloaded: ", FUNCTION TRIM(WS-SUSPENSE-LOADED),
                  "  Cleared this run: ",
                  FUNCTION TRIM(WS-SUSPENSE-CLEARED),
                  "  Suspense lines dropped (bad line): ",
                  FUNCTION TRIM(WS-SUSPENSE-DROPPED),
                  "  Skipped as same-day rerun: ",
                  FUNCTION TRIM(WS-SUSPENSE-RERUN)
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           STRING "Bank lines unusable: ", FUNCTION TRIM(WS-BANK-BADLINE),
                  "  Payment lines read: ",
                  FUNCTION TRIM(WS-PAYMENTS-READ),
                  "  Not applied by ARPOSTING: ",
                  FUNCTION TRIM(WS-PAYMENTS-UNAPPLIED)
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           CLOSE REPORT-FILE.

      *>  The mismatch file holds pairs - bank record then book record
      *>  - so it is read two records at a time.
       WRITE-MISMATCH-SECTION.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           STRING "Amount mismatches (reference matched, amounts differ):"
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE 0 TO WS-MISMATCH-TOTAL
           MOVE 'N' TO WS-UNM-EOF
           OPEN INPUT MISMATCH-FILE
           PERFORM UNTIL WS-UNM-EOF = 'Y'
               READ MISMATCH-FILE INTO BANK-WORK-REC
                   AT END MOVE 'Y' TO WS-UNM-EOF
               END-READ
               IF WS-UNM-EOF = 'N'
                   READ MISMATCH-FILE INTO BOOK-WORK-REC
                       AT END MOVE 'Y' TO WS-UNM-EOF
                   END-READ
               END-IF
               IF WS-UNM-EOF = 'N'
                   COMPUTE WS-MISMATCH-DIFF = BANK-AMOUNT - BOOK-AMOUNT
                   ADD WS-MISMATCH-DIFF TO WS-MISMATCH-TOTAL
                   MOVE BANK-AMOUNT TO WS-AMOUNT-EDIT
                   MOVE BOOK-AMOUNT TO WS-AMOUNT-EDIT-2
                   MOVE WS-MISMATCH-DIFF TO WS-SIGNED-EDIT
                   MOVE SPACES TO REPORT-RECORD
                   STRING "  Ref ", FUNCTION TRIM(BANK-REFERENCE),
                          " - Bank ", FUNCTION TRIM(WS-AMOUNT-EDIT),
                          " on ", BANK-DATE,
                          " - Book ", FUNCTION TRIM(WS-AMOUNT-EDIT-2),
                          " on ", BOOK-DATE,
                          " Customer ", FUNCTION TRIM(BOOK-CUST-ID),
                          " - Difference ", FUNCTION TRIM(WS-SIGNED-EDIT)
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF
           END-PERFORM
           CLOSE MISMATCH-FILE
           IF WS-MISMATCH-COUNT = 0
               MOVE SPACES TO REPORT-RECORD
               STRING "  (none)"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           ELSE
               MOVE WS-MISMATCH-TOTAL TO WS-SIGNED-EDIT
               MOVE SPACES TO REPORT-RECORD
               STRING "  Net mismatch (bank - book): ",
                      FUNCTION TRIM(WS-SIGNED-EDIT)
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

      *>  Days between an item's first-seen date and today - see the
      *>  same paragraph in CSVRECONCILE.
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

       TALLY-AGE-BUCKET.
           EVALUATE TRUE
               WHEN WS-ITEM-AGE <= 1
                   ADD 1 TO WS-AGE-BUCKET-1DAY
               WHEN WS-ITEM-AGE <= 5
                   ADD 1 TO WS-AGE-BUCKET-2TO5
               WHEN OTHER
                   ADD 1 TO WS-AGE-BUCKET-OVER5
           END-EVALUATE.

       WRITE-AGING-SUMMARY.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           STRING "Aging of unmatched items:"
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           STRING "  1 day or less: ",
                  FUNCTION TRIM(WS-AGE-BUCKET-1DAY),
                  "  2-5 days: ", FUNCTION TRIM(WS-AGE-BUCKET-2TO5),
                  "  Over 5 days: ", FUNCTION TRIM(WS-AGE-BUCKET-OVER5)
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD.

      *>  Anything unmatched for more than WS-ESCALATE-DAYS gets its
      *>  own section so it cannot hide in the main listings.
       WRITE-ESCALATION-SECTION.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           STRING "ESCALATION - unmatched for more than ",
                  FUNCTION TRIM(WS-ESCALATE-DAYS), " days:"
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE 0 TO WS-SECTION-LINES
           MOVE 'N' TO WS-UNM-EOF
           OPEN INPUT UNMATCHED-BANK-FILE
           PERFORM UNTIL WS-UNM-EOF = 'Y'
               READ UNMATCHED-BANK-FILE INTO BANK-WORK-REC
                   AT END MOVE 'Y' TO WS-UNM-EOF
                   NOT AT END
                       MOVE BANK-FIRST-SEEN TO WS-AGE-DATE
                       PERFORM COMPUTE-ITEM-AGE
                       IF WS-ITEM-AGE > WS-ESCALATE-DAYS
                           ADD 1 TO WS-SECTION-LINES
                           MOVE BANK-AMOUNT TO WS-AMOUNT-EDIT
                           MOVE SPACES TO REPORT-RECORD
                           STRING "  BANK ", BANK-DATE,
                                  " Ref ", FUNCTION TRIM(BANK-REFERENCE),
                                  " - Amount ",
                                  FUNCTION TRIM(WS-AMOUNT-EDIT),
                                  " - First Seen ", BANK-FIRST-SEEN,
                                  " (Age ", FUNCTION TRIM(WS-ITEM-AGE),
                                  " days)"
                               DELIMITED BY SIZE INTO REPORT-RECORD
                           WRITE REPORT-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE UNMATCHED-BANK-FILE
           MOVE 'N' TO WS-UNM-EOF
           OPEN INPUT UNMATCHED-BOOK-FILE
           PERFORM UNTIL WS-UNM-EOF = 'Y'
               READ UNMATCHED-BOOK-FILE INTO BOOK-WORK-REC
                   AT END MOVE 'Y' TO WS-UNM-EOF
                   NOT AT END
                       MOVE BOOK-FIRST-SEEN TO WS-AGE-DATE
                       PERFORM COMPUTE-ITEM-AGE
                       IF WS-ITEM-AGE > WS-ESCALATE-DAYS
                           ADD 1 TO WS-SECTION-LINES
                           MOVE BOOK-AMOUNT TO WS-AMOUNT-EDIT
                           MOVE SPACES TO REPORT-RECORD
                           STRING "  BOOK ", BOOK-DATE,
                                  " Ref ", FUNCTION TRIM(BOOK-REFERENCE),
                                  " Customer ",
                                  FUNCTION TRIM(BOOK-CUST-ID),
                                  " - Amount ",
                                  FUNCTION TRIM(WS-AMOUNT-EDIT),
                                  " - First Seen ", BOOK-FIRST-SEEN,
                                  " (Age ", FUNCTION TRIM(WS-ITEM-AGE),
                                  " days)"
                               DELIMITED BY SIZE INTO REPORT-RECORD
                           WRITE REPORT-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE UNMATCHED-BOOK-FILE
           IF WS-SECTION-LINES = 0
               MOVE SPACES TO REPORT-RECORD
               STRING "  (none)"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

      *>  Suspense items that finally matched - noted with the run
      *>  date that cleared them before they leave the suspense file
      *>  for good.
       WRITE-CLEARED-SECTION.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           STRING "Suspense items cleared by the run of ", WS-RUN-DATE,
                  ":"
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE 'N' TO WS-UNM-EOF
           OPEN INPUT CLEARED-FILE
           PERFORM UNTIL WS-UNM-EOF = 'Y'
               READ CLEARED-FILE INTO BANK-WORK-REC
                   AT END MOVE 'Y' TO WS-UNM-EOF
                   NOT AT END
                       MOVE BANK-AMOUNT TO WS-AMOUNT-EDIT
                       MOVE SPACES TO REPORT-RECORD
                       STRING "  ", FUNCTION TRIM(BANK-SOURCE),
                              " ", BANK-DATE,
                              " Ref ", FUNCTION TRIM(BANK-REFERENCE),
                              " - Amount ",
                              FUNCTION TRIM(WS-AMOUNT-EDIT),
                              " - First Seen ", BANK-FIRST-SEEN
                           DELIMITED BY SIZE INTO REPORT-RECORD
                       WRITE REPORT-RECORD
               END-READ
           END-PERFORM
           CLOSE CLEARED-FILE
           IF WS-SUSPENSE-CLEARED = 0
               MOVE SPACES TO REPORT-RECORD
               STRING "  (none)"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

      *>  Bank versus book cash for the business date: everything in
      *>  today's deposit file against everything ARPOSTING applied
      *>  from today's payments feed.  Carried suspense items belong
      *>  to the day they arrived and are left out.
       WRITE-CASH-TOTALS.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           STRING "Cash for business date ", WS-BUSINESS-DATE, ":"
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-BANK-FEED-TOTAL TO WS-TOTAL-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "  Bank deposits:     ", FUNCTION TRIM(WS-TOTAL-EDIT),
                  " (", FUNCTION TRIM(WS-BANK-FEED-COUNT), " items)"
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-BOOK-FEED-TOTAL TO WS-TOTAL-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "  Applied payments:  ", FUNCTION TRIM(WS-TOTAL-EDIT),
                  " (", FUNCTION TRIM(WS-BOOK-FEED-COUNT), " items)"
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           COMPUTE WS-CASH-DIFFERENCE =
               WS-BANK-FEED-TOTAL - WS-BOOK-FEED-TOTAL
           MOVE WS-CASH-DIFFERENCE TO WS-SIGNED-EDIT
           MOVE SPACES TO REPORT-RECORD
           IF WS-CASH-DIFFERENCE = 0
               STRING "  Difference (bank - book): ",
                      FUNCTION TRIM(WS-SIGNED-EDIT), "  IN BALANCE"
                   DELIMITED BY SIZE INTO REPORT-RECORD
           ELSE
               STRING "  Difference (bank - book): ",
                      FUNCTION TRIM(WS-SIGNED-EDIT), "  OUT OF BALANCE"
                   DELIMITED BY SIZE INTO REPORT-RECORD
           END-IF
           WRITE REPORT-RECORD.

      *>  --------------------------------------------------------
      *>  Suspense rewrite
      *>  --------------------------------------------------------
      *>  Everything still unmatched - reloaded or new today - is
      *>  carried forward with its first-seen date intact.  The file
      *>  is rewritten whole each run; matched and mismatched items
      *>  simply do not reappear.
       WRITE-SUSPENSE.
           MOVE 0 TO WS-SUSPENSE-CARRIED
           OPEN OUTPUT SUSPENSE-FILE
           MOVE 'N' TO WS-UNM-EOF
           OPEN INPUT UNMATCHED-BANK-FILE
           PERFORM UNTIL WS-UNM-EOF = 'Y'
               READ UNMATCHED-BANK-FILE INTO BANK-WORK-REC
                   AT END MOVE 'Y' TO WS-UNM-EOF
                   NOT AT END
                       ADD 1 TO WS-SUSPENSE-CARRIED
                       MOVE BANK-AMOUNT TO WS-AMOUNT-EDIT
                       MOVE SPACES TO SUSPENSE-RECORD
                       STRING "BANK|", FUNCTION TRIM(BANK-REFERENCE),
                              "|", FUNCTION TRIM(BANK-CUST-ID),
                              "|", BANK-DATE,
                              "|", FUNCTION TRIM(WS-AMOUNT-EDIT),
                              "|", FUNCTION TRIM(BANK-DESCRIPTION),
                              "|", BANK-FIRST-SEEN
                           DELIMITED BY SIZE INTO SUSPENSE-RECORD
                       WRITE SUSPENSE-RECORD
               END-READ
           END-PERFORM
           CLOSE UNMATCHED-BANK-FILE
           MOVE 'N' TO WS-UNM-EOF
           OPEN INPUT UNMATCHED-BOOK-FILE
           PERFORM UNTIL WS-UNM-EOF = 'Y'
               READ UNMATCHED-BOOK-FILE INTO BOOK-WORK-REC
                   AT END MOVE 'Y' TO WS-UNM-EOF
                   NOT AT END
                       ADD 1 TO WS-SUSPENSE-CARRIED
                       MOVE BOOK-AMOUNT TO WS-AMOUNT-EDIT
                       MOVE SPACES TO SUSPENSE-RECORD
                       STRING "BOOK|", FUNCTION TRIM(BOOK-REFERENCE),
                              "|", FUNCTION TRIM(BOOK-CUST-ID),
                              "|", BOOK-DATE,
                              "|", FUNCTION TRIM(WS-AMOUNT-EDIT),
                              "|", FUNCTION TRIM(BOOK-DESCRIPTION),
                              "|", BOOK-FIRST-SEEN
                           DELIMITED BY SIZE INTO SUSPENSE-RECORD
                       WRITE SUSPENSE-RECORD
               END-READ
           END-PERFORM
           CLOSE UNMATCHED-BOOK-FILE
           CLOSE SUSPENSE-FILE
           DISPLAY "Suspense items carried forward: "
               WS-SUSPENSE-CARRIED.
