       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALESTAXRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVOICE-REGISTER-FILE
               ASSIGN TO "/mnt/efs/data/invoice_register.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT ORDER-HISTORY-FILE
               ASSIGN TO "/mnt/efs/data/order_history.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OHIST-ORDER-ID
               ALTERNATE RECORD KEY IS OHIST-CUST-ID WITH DUPLICATES
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT TAX-REPORT-FILE
               ASSIGN TO "/mnt/efs/output/sales_tax_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "/output/run_control.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INVOICE-REGISTER-FILE.
       01  INVOICE-REGISTER-RECORD PIC X(200).

       FD  ORDER-HISTORY-FILE.
       01  HISTORY-RECORD.
           COPY ORDHIST.

       FD  TAX-REPORT-FILE.
       01  TAX-REPORT-RECORD PIC X(200).

       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-LEDGER-STATUS PIC XX.
       01  WS-HISTORY-STATUS PIC XX.
       01  WS-HISTORY-OPEN PIC X VALUE 'N'.
       01  WS-RUN-CONTROL-STATUS PIC XX.
       01  WS-LEDGER-EOF PIC X VALUE 'N'.
       01  WS-RUN-CONTROL-EOF PIC X VALUE 'N'.
       01  WS-BUSINESS-DATE PIC X(8).
       01  WS-CTL-KEY-TEXT PIC X(20).
       01  WS-CTL-VALUE-TEXT PIC X(20).

      *>  The period reported is one calendar month, YYYYMM.  The
      *>  operator names it in run_control.cfg with TAX-PERIOD|YYYYMM
      *>  (the month being remitted is usually the one just closed);
      *>  left out, it is the business date's own month, which gives
      *>  a month-to-date figure.
       01  WS-TAX-PERIOD PIC X(6).

      *>  Tax is remitted on what was billed, so the report reads
      *>  SHIPCONFIRM's invoice register, one line per invoice:
      *>      INVOICE-NO|BUSDATE|ORDERID|CUST-ID|SHIPDATE|AMOUNT|TAX|TOTAL
      *>      |JURIS|EXEMPT
      *>  and a line belongs to the month of its business date, the
      *>  date GLPOSTEXTRACT posts its tax under.  AMOUNT and TAX are
      *>  signed - a credit note carries both negative, so it nets
      *>  off the sales and the tax of the jurisdiction it was taxed
      *>  under.  Lines written before JURIS and EXEMPT were carried
      *>  take them from the order's history record.  A line that has
      *>  lost its date, jurisdiction or figures is counted and shown
      *>  in the trailer rather than silently skipped.
       01  WS-L-INVNO-TEXT  PIC X(20).
       01  WS-L-DATE-TEXT   PIC X(10).
       01  WS-L-ORDER-TEXT  PIC X(50).
       01  WS-L-CUST-TEXT   PIC X(10).
       01  WS-L-SHIP-TEXT   PIC X(10).
       01  WS-L-AMOUNT-TEXT PIC X(20).
       01  WS-L-TAX-TEXT    PIC X(20).
       01  WS-L-TOTAL-TEXT  PIC X(20).
       01  WS-L-JURIS-TEXT  PIC X(10).
       01  WS-L-EXEMPT-TEXT PIC X(5).
       01  WS-L-AMOUNT      PIC S9(9)V99 VALUE 0.
       01  WS-L-TAX         PIC S9(9)V99 VALUE 0.
       01  WS-L-VALID       PIC X VALUE 'Y'.

      *>  One row per jurisdiction seen in the period.  Jurisdictions
      *>  past the table bound are still totalled, folded into one
      *>  overflow row, so the grand totals always tie to the ledger.
       01  WS-JURIS-COUNT PIC 9(3) VALUE 0.
       01  WS-JURIS-IDX   PIC 9(3) VALUE 0.
       01  WS-JURIS-HIT   PIC 9(3) VALUE 0.
       01  WS-JURIS-TAB.
           05  WS-JURIS-ENTRY OCCURS 201 TIMES.
               10  WS-J-CODE          PIC X(6).
               10  WS-J-TAXABLE-COUNT PIC 9(7).
               10  WS-J-TAXABLE-SALES PIC S9(11)V99.
               10  WS-J-EXEMPT-COUNT  PIC 9(7).
               10  WS-J-EXEMPT-SALES  PIC S9(11)V99.
               10  WS-J-CREDIT-COUNT  PIC 9(7).
               10  WS-J-TAX           PIC S9(11)V99.
       01  WS-JURIS-OVERFLOW PIC X VALUE 'N'.

       01  WS-TOT-TAXABLE-COUNT PIC 9(7) VALUE 0.
       01  WS-TOT-TAXABLE-SALES PIC S9(13)V99 VALUE 0.
       01  WS-TOT-EXEMPT-COUNT  PIC 9(7) VALUE 0.
       01  WS-TOT-EXEMPT-SALES  PIC S9(13)V99 VALUE 0.
       01  WS-TOT-CREDIT-COUNT  PIC 9(7) VALUE 0.
       01  WS-TOT-TAX           PIC S9(13)V99 VALUE 0.

       01  WS-LINES-READ       PIC 9(7) VALUE 0.
       01  WS-LINES-IN-PERIOD  PIC 9(7) VALUE 0.
       01  WS-LINES-BAD        PIC 9(7) VALUE 0.

      *>  Edited pictures used only on report lines - FUNCTION TRIM on
      *>  the raw V99 field prints the assumed decimal point as a
      *>  digit instead of a period.  Signed, since a heavy returns
      *>  month can net a jurisdiction negative.
       01  WS-TAXABLE-EDIT PIC -(12)9.99.
       01  WS-EXEMPT-EDIT  PIC -(12)9.99.
       01  WS-TAX-EDIT     PIC -(12)9.99.
       01  WS-JURIS-LABEL  PIC X(12).

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           PERFORM INIT-RUN-CONTROL
           OPEN OUTPUT TAX-REPORT-FILE
           PERFORM WRITE-REPORT-HEADER
           MOVE 'N' TO WS-LEDGER-EOF
           OPEN INPUT INVOICE-REGISTER-FILE
           IF WS-LEDGER-STATUS NOT = "00"
               MOVE SPACES TO TAX-REPORT-RECORD
               STRING "No invoice register found at "
                      "/mnt/efs/data/invoice_register.txt "
                      "(status ", WS-LEDGER-STATUS, ")."
                   DELIMITED BY SIZE INTO TAX-REPORT-RECORD
               END-STRING
               WRITE TAX-REPORT-RECORD
               MOVE 'Y' TO WS-LEDGER-EOF
           END-IF
           OPEN INPUT ORDER-HISTORY-FILE
           IF WS-HISTORY-STATUS = "00"
               MOVE 'Y' TO WS-HISTORY-OPEN
           END-IF
           PERFORM UNTIL WS-LEDGER-EOF = 'Y'
               READ INVOICE-REGISTER-FILE
                   AT END MOVE 'Y' TO WS-LEDGER-EOF
                   NOT AT END
                       IF FUNCTION TRIM(INVOICE-REGISTER-RECORD)
                              NOT = SPACES
                           ADD 1 TO WS-LINES-READ
                           PERFORM TOTAL-ONE-INVOICE-LINE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-LEDGER-STATUS = "10" OR WS-LEDGER-STATUS = "00"
               CLOSE INVOICE-REGISTER-FILE
           END-IF
           IF WS-HISTORY-OPEN = 'Y'
               CLOSE ORDER-HISTORY-FILE
           END-IF
           PERFORM WRITE-JURISDICTION-LINES
           PERFORM WRITE-REPORT-TRAILER
           CLOSE TAX-REPORT-FILE
           DISPLAY "Sales tax report written for period " WS-TAX-PERIOD
               " - " FUNCTION TRIM(WS-LINES-IN-PERIOD) " invoice lines."
           STOP RUN.

      *>  The business date and the optional TAX-PERIOD come from the
      *>  shared run-control file; a missing file falls back to the
      *>  system date with a warning, the nightly programs' treatment.
       INIT-RUN-CONTROL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BUSINESS-DATE
           MOVE SPACES TO WS-TAX-PERIOD
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
           IF WS-TAX-PERIOD = SPACES
               MOVE WS-BUSINESS-DATE(1:6) TO WS-TAX-PERIOD
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
           IF FUNCTION TRIM(WS-CTL-KEY-TEXT) = "TAX-PERIOD"
               IF WS-CTL-VALUE-TEXT(1:6) IS NUMERIC AND
                  WS-CTL-VALUE-TEXT(5:2) >= "01" AND
                  WS-CTL-VALUE-TEXT(5:2) <= "12"
                   MOVE WS-CTL-VALUE-TEXT(1:6) TO WS-TAX-PERIOD
               ELSE
                   DISPLAY "WARNING: run_control.cfg TAX-PERIOD is not "
                       "a YYYYMM month - the business date's month is "
                       "reported instead."
               END-IF
           END-IF.

       TOTAL-ONE-INVOICE-LINE.
           MOVE SPACES TO WS-L-INVNO-TEXT WS-L-DATE-TEXT WS-L-ORDER-TEXT
                          WS-L-CUST-TEXT WS-L-SHIP-TEXT
                          WS-L-AMOUNT-TEXT WS-L-TAX-TEXT
                          WS-L-TOTAL-TEXT WS-L-JURIS-TEXT
                          WS-L-EXEMPT-TEXT
           UNSTRING INVOICE-REGISTER-RECORD DELIMITED BY "|"
               INTO WS-L-INVNO-TEXT, WS-L-DATE-TEXT, WS-L-ORDER-TEXT,
                    WS-L-CUST-TEXT, WS-L-SHIP-TEXT,
                    WS-L-AMOUNT-TEXT, WS-L-TAX-TEXT, WS-L-TOTAL-TEXT,
                    WS-L-JURIS-TEXT, WS-L-EXEMPT-TEXT
           END-UNSTRING
           IF WS-L-DATE-TEXT(1:6) = WS-TAX-PERIOD
               PERFORM TOTAL-ONE-PERIOD-LINE
           END-IF.

      *>  Only lines dated in the period are validated, so a line
      *>  from before the register carried JURIS - outside the period
      *>  and never looked up in the order history - is passed over,
      *>  not counted unreadable.
       TOTAL-ONE-PERIOD-LINE.
           IF FUNCTION TRIM(WS-L-JURIS-TEXT) = SPACES
               PERFORM TAKE-JURIS-FROM-HISTORY
           END-IF
           MOVE 'Y' TO WS-L-VALID
           MOVE 0 TO WS-L-AMOUNT WS-L-TAX
           IF WS-L-DATE-TEXT(1:8) IS NOT NUMERIC OR
              FUNCTION TRIM(WS-L-JURIS-TEXT) = SPACES OR
              FUNCTION TEST-NUMVAL-C(
                  FUNCTION TRIM(WS-L-AMOUNT-TEXT)) NOT = 0 OR
              FUNCTION TEST-NUMVAL-C(
                  FUNCTION TRIM(WS-L-TAX-TEXT)) NOT = 0
               MOVE 'N' TO WS-L-VALID
           ELSE
               COMPUTE WS-L-AMOUNT =
                   FUNCTION NUMVAL-C(FUNCTION TRIM(WS-L-AMOUNT-TEXT))
                   ON SIZE ERROR MOVE 'N' TO WS-L-VALID
               END-COMPUTE
               COMPUTE WS-L-TAX =
                   FUNCTION NUMVAL-C(FUNCTION TRIM(WS-L-TAX-TEXT))
                   ON SIZE ERROR MOVE 'N' TO WS-L-VALID
               END-COMPUTE
           END-IF
           IF WS-L-VALID = 'N'
               ADD 1 TO WS-LINES-BAD
           ELSE
               ADD 1 TO WS-LINES-IN-PERIOD
               PERFORM FIND-JURISDICTION
               PERFORM ADD-TO-JURISDICTION
           END-IF.

      *>  Older register lines only - left blank if the order's
      *>  history record has gone (archived by HOUSEKEEP), and the
      *>  line is then counted unreadable.
       TAKE-JURIS-FROM-HISTORY.
           IF WS-HISTORY-OPEN = 'Y'
               MOVE WS-L-ORDER-TEXT TO OHIST-ORDER-ID
               READ ORDER-HISTORY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE OHIST-TAX-JURIS TO WS-L-JURIS-TEXT
                       MOVE OHIST-TAX-EXEMPT TO WS-L-EXEMPT-TEXT
               END-READ
           END-IF.

      *>  Finds the line's jurisdiction row, adding one on first
      *>  sight; the last row of the table is kept back for the
      *>  overflow.
       FIND-JURISDICTION.
           MOVE 0 TO WS-JURIS-HIT
           PERFORM VARYING WS-JURIS-IDX FROM 1 BY 1
                   UNTIL WS-JURIS-IDX > WS-JURIS-COUNT
                      OR WS-JURIS-HIT > 0
               IF WS-J-CODE(WS-JURIS-IDX) = WS-L-JURIS-TEXT(1:6)
                   MOVE WS-JURIS-IDX TO WS-JURIS-HIT
               END-IF
           END-PERFORM
           IF WS-JURIS-HIT = 0
               IF WS-JURIS-COUNT < 200
                   ADD 1 TO WS-JURIS-COUNT
                   MOVE WS-JURIS-COUNT TO WS-JURIS-HIT
                   PERFORM CLEAR-JURISDICTION-ROW
                   MOVE WS-L-JURIS-TEXT(1:6) TO WS-J-CODE(WS-JURIS-HIT)
               ELSE
                   MOVE 201 TO WS-JURIS-HIT
                   IF WS-JURIS-OVERFLOW = 'N'
                       MOVE 'Y' TO WS-JURIS-OVERFLOW
                       PERFORM CLEAR-JURISDICTION-ROW
                       MOVE "OTHER" TO WS-J-CODE(WS-JURIS-HIT)
                       DISPLAY "WARNING: jurisdiction table is full "
                           "(200 entries) - further jurisdictions are "
                           "totalled on one overflow line."
                   END-IF
               END-IF
           END-IF.

       CLEAR-JURISDICTION-ROW.
           MOVE SPACES TO WS-J-CODE(WS-JURIS-HIT)
           MOVE 0 TO WS-J-TAXABLE-COUNT(WS-JURIS-HIT)
                     WS-J-TAXABLE-SALES(WS-JURIS-HIT)
                     WS-J-EXEMPT-COUNT(WS-JURIS-HIT)
                     WS-J-EXEMPT-SALES(WS-JURIS-HIT)
                     WS-J-CREDIT-COUNT(WS-JURIS-HIT)
                     WS-J-TAX(WS-JURIS-HIT).

       ADD-TO-JURISDICTION.
           IF FUNCTION TRIM(WS-L-EXEMPT-TEXT) = "Y"
               ADD 1 TO WS-J-EXEMPT-COUNT(WS-JURIS-HIT)
                        WS-TOT-EXEMPT-COUNT
               ADD WS-L-AMOUNT TO WS-J-EXEMPT-SALES(WS-JURIS-HIT)
                                  WS-TOT-EXEMPT-SALES
           ELSE
               ADD 1 TO WS-J-TAXABLE-COUNT(WS-JURIS-HIT)
                        WS-TOT-TAXABLE-COUNT
               ADD WS-L-AMOUNT TO WS-J-TAXABLE-SALES(WS-JURIS-HIT)
                                  WS-TOT-TAXABLE-SALES
           END-IF
           IF WS-L-AMOUNT < 0
               ADD 1 TO WS-J-CREDIT-COUNT(WS-JURIS-HIT)
                        WS-TOT-CREDIT-COUNT
           END-IF
           ADD WS-L-TAX TO WS-J-TAX(WS-JURIS-HIT) WS-TOT-TAX.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO TAX-REPORT-RECORD
           STRING "Sales Tax Report by Jurisdiction"
               DELIMITED BY SIZE INTO TAX-REPORT-RECORD
           END-STRING
           WRITE TAX-REPORT-RECORD

           MOVE SPACES TO TAX-REPORT-RECORD
           STRING "Period: ", WS-TAX-PERIOD(1:4), "-",
                  WS-TAX-PERIOD(5:2),
                  "  (business date ", WS-BUSINESS-DATE, ")"
               DELIMITED BY SIZE INTO TAX-REPORT-RECORD
           END-STRING
           WRITE TAX-REPORT-RECORD

           MOVE SPACES TO TAX-REPORT-RECORD
           STRING "Invoiced sales and tax, net of credit notes."
               DELIMITED BY SIZE INTO TAX-REPORT-RECORD
           END-STRING
           WRITE TAX-REPORT-RECORD

           MOVE SPACES TO TAX-REPORT-RECORD
           WRITE TAX-REPORT-RECORD.

       WRITE-JURISDICTION-LINES.
           IF WS-JURIS-COUNT = 0 AND WS-JURIS-OVERFLOW = 'N'
               MOVE SPACES TO TAX-REPORT-RECORD
               STRING "  (no taxed or exempt sales in the period)"
                   DELIMITED BY SIZE INTO TAX-REPORT-RECORD
               END-STRING
               WRITE TAX-REPORT-RECORD
           END-IF
           PERFORM VARYING WS-JURIS-IDX FROM 1 BY 1
                   UNTIL WS-JURIS-IDX > WS-JURIS-COUNT
               PERFORM WRITE-ONE-JURISDICTION
           END-PERFORM
           IF WS-JURIS-OVERFLOW = 'Y'
               MOVE 201 TO WS-JURIS-IDX
               PERFORM WRITE-ONE-JURISDICTION
           END-IF.

       WRITE-ONE-JURISDICTION.
           MOVE WS-J-CODE(WS-JURIS-IDX) TO WS-JURIS-LABEL
           MOVE WS-J-TAXABLE-SALES(WS-JURIS-IDX) TO WS-TAXABLE-EDIT
           MOVE WS-J-EXEMPT-SALES(WS-JURIS-IDX) TO WS-EXEMPT-EDIT
           MOVE WS-J-TAX(WS-JURIS-IDX) TO WS-TAX-EDIT
           MOVE SPACES TO TAX-REPORT-RECORD
           STRING "  ", WS-JURIS-LABEL,
                  "Taxable Sales: ", FUNCTION TRIM(WS-TAXABLE-EDIT),
                  " (", FUNCTION TRIM(WS-J-TAXABLE-COUNT(WS-JURIS-IDX)),
                  " invoices)  Exempt Sales: ",
                  FUNCTION TRIM(WS-EXEMPT-EDIT),
                  " (", FUNCTION TRIM(WS-J-EXEMPT-COUNT(WS-JURIS-IDX)),
                  " invoices)  Tax Collected: ",
                  FUNCTION TRIM(WS-TAX-EDIT),
                  "  Credit Notes: ",
                  FUNCTION TRIM(WS-J-CREDIT-COUNT(WS-JURIS-IDX))
               DELIMITED BY SIZE INTO TAX-REPORT-RECORD
           END-STRING
           WRITE TAX-REPORT-RECORD.

       WRITE-REPORT-TRAILER.
           MOVE SPACES TO TAX-REPORT-RECORD
           WRITE TAX-REPORT-RECORD

           MOVE WS-TOT-TAXABLE-SALES TO WS-TAXABLE-EDIT
           MOVE WS-TOT-EXEMPT-SALES TO WS-EXEMPT-EDIT
           MOVE WS-TOT-TAX TO WS-TAX-EDIT
           MOVE SPACES TO TAX-REPORT-RECORD
           STRING "  TOTAL       ",
                  "Taxable Sales: ", FUNCTION TRIM(WS-TAXABLE-EDIT),
                  " (", FUNCTION TRIM(WS-TOT-TAXABLE-COUNT),
                  " invoices)  Exempt Sales: ",
                  FUNCTION TRIM(WS-EXEMPT-EDIT),
                  " (", FUNCTION TRIM(WS-TOT-EXEMPT-COUNT),
                  " invoices)  Tax Collected: ",
                  FUNCTION TRIM(WS-TAX-EDIT),
                  "  Credit Notes: ", FUNCTION TRIM(WS-TOT-CREDIT-COUNT)
               DELIMITED BY SIZE INTO TAX-REPORT-RECORD
           END-STRING
           WRITE TAX-REPORT-RECORD

           MOVE SPACES TO TAX-REPORT-RECORD
           WRITE TAX-REPORT-RECORD

           MOVE SPACES TO TAX-REPORT-RECORD
           STRING "Register lines read: ", FUNCTION TRIM(WS-LINES-READ),
                  "  In period: ", FUNCTION TRIM(WS-LINES-IN-PERIOD),
                  "  Unreadable: ", FUNCTION TRIM(WS-LINES-BAD)
               DELIMITED BY SIZE INTO TAX-REPORT-RECORD
           END-STRING
           WRITE TAX-REPORT-RECORD.
