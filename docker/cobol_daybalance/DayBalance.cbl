               ASSIGN TO "/output/gl_extract_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.
           SELECT AR-REPORT-FILE
               ASSIGN TO "/mnt/efs/output/ar_balance_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AR-STATUS.
           SELECT INVOICE-REPORT-FILE
               ASSIGN TO "/mnt/efs/output/invoice_register_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IR-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "/output/run_audit_history.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
       FD  GL-REPORT-FILE.
       01  GL-REPORT-RECORD PIC X(200).

       FD  AR-REPORT-FILE.
       01  AR-REPORT-RECORD PIC X(200).

       FD  INVOICE-REPORT-FILE.
       01  INVOICE-REPORT-RECORD PIC X(200).

       FD  AUDIT-FILE.
       01  AUDIT-RECORD PIC X(200).

       01  WS-IS-STATUS PIC XX.
       01  WS-RR-STATUS PIC XX.
       01  WS-GL-STATUS PIC XX.
       01  WS-AR-STATUS PIC XX.
       01  WS-IR-STATUS PIC XX.
       01  WS-AUDIT-STATUS PIC XX.
       01  WS-RUN-CONTROL-STATUS PIC XX.
       01  WS-SCAN-EOF PIC X VALUE 'N'.
       01  WS-CT-UNKNOWN   PIC S9(13)V99 VALUE 0.
       01  WS-CT-DUP       PIC S9(13)V99 VALUE 0.
       01  WS-CT-PRICE     PIC S9(13)V99 VALUE 0.
       01  WS-CT-CREDIT    PIC S9(13)V99 VALUE 0.

      *>  CSVBATCHPROCESS's ingestion summary.
       01  WS-IS-FOUND PIC X VALUE 'N'.
       01  WS-IS-VALID   PIC S9(13)V99 VALUE 0.
       01  WS-IS-INVALID PIC S9(13)V99 VALUE 0.
       01  WS-IS-AMOUNT  PIC S9(13)V99 VALUE 0.
      *>  The share of the totals above held back in quarantine -
      *>  counted by CSVBATCHPROCESS but not passed downstream.
       01  WS-IS-HELD-VALID  PIC S9(13)V99 VALUE 0.
       01  WS-IS-HELD-AMOUNT PIC S9(13)V99 VALUE 0.

      *>  CSVRECONCILE's report trailer.
       01  WS-RR-FOUND PIC X VALUE 'N'.
       01  WS-RR-UNM-ORD PIC S9(13)V99 VALUE 0.
       01  WS-RR-UNM-TRN PIC S9(13)V99 VALUE 0.
       01  WS-RR-SUSP    PIC S9(13)V99 VALUE 0.
       01  WS-RR-RELEASED PIC S9(13)V99 VALUE 0.

      *>  GLPOSTEXTRACT's extract report.  The unmapped amount is the
      *>  sum of the per-type "- Amount" lines - the report carries no
       01  WS-GL-BADLINE  PIC S9(13)V99 VALUE 0.
       01  WS-GL-AMOUNT   PIC S9(13)V99 VALUE 0.
       01  WS-GL-UNM-AMT  PIC S9(13)V99 VALUE 0.
      *>  Records and amount extracted from vendor files released from
      *>  quarantine - ingested on an earlier business date, so they
      *>  are netted off before the extract is tied to today's
      *>  ingestion summary (less today's own quarantined files).
       01  WS-GL-REL-READ PIC S9(13)V99 VALUE 0.
       01  WS-GL-REL-AMT  PIC S9(13)V99 VALUE 0.

      *>  Receivables.  We bill on shipment, so what ARPOSTING charges
      *>  to the AR ledger for the date must equal what SHIPCONFIRM
      *>  invoiced for it - INVREGISTER's invoiced total for the date.
      *>  Invoices for orders accepted before the changeover to
      *>  billing on shipment were already charged at acceptance;
      *>  ARPOSTING reports them apart and they count as charged.
       01  WS-AR-FOUND PIC X VALUE 'N'.
       01  WS-AR-CHARGED  PIC S9(13)V99 VALUE 0.
       01  WS-AR-PRIOR    PIC S9(13)V99 VALUE 0.
      *>  INVREGISTER keeps no audit line, so its report is dated by
      *>  its own "Business date: " header instead; a report for any
      *>  other date is flagged stale (WS-IR-STALE) and its total is
      *>  not used, exactly as if no report had been found.
       01  WS-IR-FOUND PIC X VALUE 'N'.
       01  WS-IR-INVOICED PIC S9(13)V99 VALUE 0.
       01  WS-IR-DATE PIC X(8) VALUE SPACES.
       01  WS-IR-STALE PIC X VALUE 'N'.

      *>  The audit history's view of the same business date - the
      *>  latest completed run per program, so a stale report file
       01  WS-AUD-INGEST-RAN    PIC X VALUE 'N'.
       01  WS-AUD-RECONCILE-RAN PIC X VALUE 'N'.
       01  WS-AUD-GLPOST-RAN    PIC X VALUE 'N'.
       01  WS-AUD-ARPOST-RAN    PIC X VALUE 'N'.
       01  WS-AUD-TRANSFORM-IN  PIC S9(13)V99 VALUE 0.
       01  WS-AUD-TRANSFORM-OUT PIC S9(13)V99 VALUE 0.
       01  WS-AUD-INGEST-IN     PIC S9(13)V99 VALUE 0.
       01  WS-AUD-RECONCILE-REJ PIC S9(13)V99 VALUE 0.

      *>  Cross-check work fields.
       01  WS-CHECK-NAME PIC X(90).
       01  WS-CHECK-LHS PIC S9(13)V99 VALUE 0.
       01  WS-CHECK-RHS PIC S9(13)V99 VALUE 0.
       01  WS-CHECK-DIFF PIC S9(13)V99 VALUE 0.
           PERFORM SCAN-INGEST-SUMMARY
           PERFORM SCAN-RECONCILE-REPORT
           PERFORM SCAN-GL-REPORT
           PERFORM SCAN-AR-REPORT
           PERFORM SCAN-INVOICE-REPORT
           PERFORM SCAN-AUDIT-HISTORY
           PERFORM WRITE-BALANCE-REPORT
           STOP RUN.
           PERFORM EXTRACT-LABEL-VALUE
           IF WS-LABEL-FOUND = 'Y'
               MOVE WS-LABEL-VALUE TO WS-CT-PRICE
           END-IF
           MOVE "Records Credit Review:" TO WS-LABEL
           PERFORM EXTRACT-LABEL-VALUE
           IF WS-LABEL-FOUND = 'Y'
               MOVE WS-LABEL-VALUE TO WS-CT-CREDIT
           END-IF.

       SCAN-INGEST-SUMMARY.
           PERFORM EXTRACT-LABEL-VALUE
           IF WS-LABEL-FOUND = 'Y'
               MOVE WS-LABEL-VALUE TO WS-IS-AMOUNT
           END-IF
           MOVE "Held In Quarantine Valid:" TO WS-LABEL
           PERFORM EXTRACT-LABEL-VALUE
           IF WS-LABEL-FOUND = 'Y'
               MOVE WS-LABEL-VALUE TO WS-IS-HELD-VALID
           END-IF
           MOVE "Held In Quarantine Amount (USD):" TO WS-LABEL
           PERFORM EXTRACT-LABEL-VALUE
           IF WS-LABEL-FOUND = 'Y'
               MOVE WS-LABEL-VALUE TO WS-IS-HELD-AMOUNT
           END-IF.

       SCAN-RECONCILE-REPORT.
           PERFORM EXTRACT-LABEL-VALUE
           IF WS-LABEL-FOUND = 'Y'
               MOVE WS-LABEL-VALUE TO WS-RR-SUSP
           END-IF
           MOVE "Released from quarantine transactions:" TO WS-LABEL
           PERFORM EXTRACT-LABEL-VALUE
           IF WS-LABEL-FOUND = 'Y'
               MOVE WS-LABEL-VALUE TO WS-RR-RELEASED
           END-IF.

       SCAN-GL-REPORT.
           PERFORM EXTRACT-LABEL-VALUE
           IF WS-LABEL-FOUND = 'Y'
               ADD WS-LABEL-VALUE TO WS-GL-UNM-AMT
           END-IF
           MOVE "Released From Quarantine Read:" TO WS-LABEL
           PERFORM EXTRACT-LABEL-VALUE
           IF WS-LABEL-FOUND = 'Y'
               MOVE WS-LABEL-VALUE TO WS-GL-REL-READ
           END-IF
           MOVE "Released From Quarantine Amount:" TO WS-LABEL
           PERFORM EXTRACT-LABEL-VALUE
           IF WS-LABEL-FOUND = 'Y'
               MOVE WS-LABEL-VALUE TO WS-GL-REL-AMT
           END-IF.

       SCAN-AR-REPORT.
           MOVE 'N' TO WS-SCAN-EOF
           OPEN INPUT AR-REPORT-FILE
           IF WS-AR-STATUS = "00"
               MOVE 'Y' TO WS-AR-FOUND
               PERFORM UNTIL WS-SCAN-EOF = 'Y'
                   READ AR-REPORT-FILE
                       AT END MOVE 'Y' TO WS-SCAN-EOF
                       NOT AT END PERFORM SCAN-ONE-AR-LINE
                   END-READ
               END-PERFORM
               CLOSE AR-REPORT-FILE
           END-IF.

       SCAN-ONE-AR-LINE.
           MOVE AR-REPORT-RECORD TO WS-SCAN-LINE
           MOVE "Amount charged:" TO WS-LABEL
           PERFORM EXTRACT-LABEL-VALUE
           IF WS-LABEL-FOUND = 'Y'
               MOVE WS-LABEL-VALUE TO WS-AR-CHARGED
           END-IF
           MOVE "Already charged amount:" TO WS-LABEL
           PERFORM EXTRACT-LABEL-VALUE
           IF WS-LABEL-FOUND = 'Y'
               MOVE WS-LABEL-VALUE TO WS-AR-PRIOR
           END-IF.

       SCAN-INVOICE-REPORT.
           MOVE 'N' TO WS-SCAN-EOF
           OPEN INPUT INVOICE-REPORT-FILE
           IF WS-IR-STATUS = "00"
               MOVE 'Y' TO WS-IR-FOUND
               PERFORM UNTIL WS-SCAN-EOF = 'Y'
                   READ INVOICE-REPORT-FILE
                       AT END MOVE 'Y' TO WS-SCAN-EOF
                       NOT AT END PERFORM SCAN-ONE-IR-LINE
                   END-READ
               END-PERFORM
               CLOSE INVOICE-REPORT-FILE
               IF WS-IR-DATE NOT = WS-BUSINESS-DATE
                   MOVE 'Y' TO WS-IR-STALE
                   MOVE 'N' TO WS-IR-FOUND
                   MOVE 0 TO WS-IR-INVOICED
               END-IF
           END-IF.

       SCAN-ONE-IR-LINE.
           IF INVOICE-REPORT-RECORD(1:15) = "Business date: "
               MOVE INVOICE-REPORT-RECORD(16:8) TO WS-IR-DATE
           END-IF
           MOVE INVOICE-REPORT-RECORD TO WS-SCAN-LINE
           MOVE "Invoiced total:" TO WS-LABEL
           PERFORM EXTRACT-LABEL-VALUE
           IF WS-LABEL-FOUND = 'Y'
               MOVE WS-LABEL-VALUE TO WS-IR-INVOICED
           END-IF.

       SCAN-AUDIT-HISTORY.
                           FUNCTION TRIM(WS-AUD-REJ-TEXT))
                   WHEN "GLPOSTEXTRACT"
                       MOVE 'Y' TO WS-AUD-GLPOST-RAN
                   WHEN "ARPOSTING"
                       MOVE 'Y' TO WS-AUD-ARPOST-RAN
               END-EVALUATE
           END-IF.

           MOVE SPACES TO BALANCE-REPORT-RECORD
           WRITE BALANCE-REPORT-RECORD

           MOVE "TRANSFORMCSV read = written + malformed + unknown + duplicates + price exc + credit review"
               TO WS-CHECK-NAME
           MOVE WS-CT-READ TO WS-CHECK-LHS
           COMPUTE WS-CHECK-RHS = WS-CT-WRITTEN + WS-CT-MALFORMED
               + WS-CT-UNKNOWN + WS-CT-DUP + WS-CT-PRICE + WS-CT-CREDIT
           PERFORM WRITE-CHECK-LINE

           MOVE "TRANSFORMCSV control totals vs audit history (records read)"
               + WS-AUD-RECONCILE-OUT + WS-AUD-RECONCILE-REJ
           PERFORM WRITE-CHECK-LINE

           MOVE "CSVRECONCILE sides - released = transform written + ingest valid - quarantined + suspense"
               TO WS-CHECK-NAME
           COMPUTE WS-CHECK-LHS = WS-RR-ORDERS + WS-RR-TRANS
               - WS-RR-RELEASED
           COMPUTE WS-CHECK-RHS = WS-CT-WRITTEN + WS-IS-VALID
               - WS-IS-HELD-VALID + WS-RR-SUSP
           PERFORM WRITE-CHECK-LINE

           MOVE "GLPOSTEXTRACT read = posted + unmapped + bad lines"
               + WS-GL-BADLINE
           PERFORM WRITE-CHECK-LINE

           MOVE "GLPOSTEXTRACT read - released vs ingestion grand valid - quarantined"
               TO WS-CHECK-NAME
           COMPUTE WS-CHECK-LHS = WS-GL-READ - WS-GL-REL-READ
           COMPUTE WS-CHECK-RHS = WS-IS-VALID - WS-IS-HELD-VALID
           PERFORM WRITE-CHECK-LINE

           MOVE "GLPOSTEXTRACT posted + unmapped amt - released vs ingestion amt (USD) - quarantined"
               TO WS-CHECK-NAME
           COMPUTE WS-CHECK-LHS = WS-GL-AMOUNT + WS-GL-UNM-AMT
               - WS-GL-REL-AMT
           COMPUTE WS-CHECK-RHS = WS-IS-AMOUNT - WS-IS-HELD-AMOUNT
           PERFORM WRITE-CHECK-LINE

           MOVE "ARPOSTING AR charged + already charged at acceptance = INVREGISTER invoiced total"
               TO WS-CHECK-NAME
           COMPUTE WS-CHECK-LHS = WS-AR-CHARGED + WS-AR-PRIOR
           MOVE WS-IR-INVOICED TO WS-CHECK-RHS
           PERFORM WRITE-CHECK-LINE

           MOVE SPACES TO BALANCE-REPORT-RECORD
           PERFORM WRITE-ONE-PRESENCE-LINE-TRANSFORM
           PERFORM WRITE-ONE-PRESENCE-LINE-INGEST
           PERFORM WRITE-ONE-PRESENCE-LINE-RECONCILE
           PERFORM WRITE-ONE-PRESENCE-LINE-GLPOST
           PERFORM WRITE-ONE-PRESENCE-LINE-ARPOST.

       WRITE-ONE-PRESENCE-LINE-TRANSFORM.
           MOVE SPACES TO BALANCE-REPORT-RECORD
           END-IF
           WRITE BALANCE-REPORT-RECORD.

      *>  INVREGISTER is run on demand and keeps no audit line, so a
      *>  missing report, or one whose header shows another business
      *>  date, is called out here instead.
       WRITE-ONE-PRESENCE-LINE-ARPOST.
           MOVE SPACES TO BALANCE-REPORT-RECORD
           IF WS-AUD-ARPOST-RAN = 'Y'
               STRING "  ARPOSTING completed for the date"
                   DELIMITED BY SIZE INTO BALANCE-REPORT-RECORD
               END-STRING
           ELSE
               STRING "  *** ARPOSTING has no completed run for "
                      "the date - its figures below are stale ***"
                   DELIMITED BY SIZE INTO BALANCE-REPORT-RECORD
               END-STRING
           END-IF
           WRITE BALANCE-REPORT-RECORD
           IF WS-IR-STALE = 'Y'
               MOVE SPACES TO BALANCE-REPORT-RECORD
               STRING "  *** invoice register report is for business "
                      "date ", WS-IR-DATE, " - stale, its total is "
                      "not used; run INVREGISTER for the date before "
                      "balancing ***"
                   DELIMITED BY SIZE INTO BALANCE-REPORT-RECORD
               END-STRING
               WRITE BALANCE-REPORT-RECORD
           END-IF
           IF WS-IR-FOUND = 'N' AND WS-IR-STALE = 'N'
               MOVE SPACES TO BALANCE-REPORT-RECORD
               STRING "  *** no invoice register report found - run "
                      "INVREGISTER for the date before balancing ***"
                   DELIMITED BY SIZE INTO BALANCE-REPORT-RECORD
               END-STRING
               WRITE BALANCE-REPORT-RECORD
           END-IF.

       WRITE-CHECK-LINE.
           ADD 1 TO WS-CHECKS-MADE
           COMPUTE WS-CHECK-DIFF = WS-CHECK-LHS - WS-CHECK-RHS
