      *>  after CUSTREC images flattened to pipe fields:
      *>      BUSDATE|ACTION|B-ID|B-NAME|B-TIER|B-STATUS|B-HOLD
      *>             |A-ID|A-NAME|A-TIER|A-STATUS|A-HOLD
      *>             |B-LIMIT|A-LIMIT
      *>             |B-TAX-JURIS|B-TAX-EXEMPT|A-TAX-JURIS|A-TAX-EXEMPT
      *>  The credit limits and then the tax fields ride at the end of
      *>  the line so the lines written before those fields existed
      *>  still parse the same way.  An add has an empty before
      *>  image.  The master is rewritten in place, so this file is
      *>  the only record of what a tier or credit-hold flag was
      *>  before a change - the auditors' file - which is why a
      *>  history that cannot be opened stops the run before a single
      *>  transaction applies.  CUSTHISTRPT reads it back by CUST-ID
      *>  or date range.
       01  WS-BEFORE-REC.
           COPY CUSTREC
               REPLACING CUST-ID          BY B-CUST-ID
                         CUST-NAME        BY B-CUST-NAME
                         CUST-TIER        BY B-CUST-TIER
                         CUST-STATUS      BY B-CUST-STATUS
                         CUST-CREDIT-HOLD BY B-CUST-CREDIT-HOLD
                         CUST-CREDIT-LIMIT BY B-CUST-CREDIT-LIMIT
                         CUST-TAX-JURIS   BY B-CUST-TAX-JURIS
                         CUST-TAX-EXEMPT  BY B-CUST-TAX-EXEMPT.
       01  WS-HAVE-BEFORE PIC X VALUE 'N'.
       01  WS-HISTORY-ACTION PIC X(12).
      *>  Edited pictures used only on the history line - FUNCTION
      *>  TRIM on the raw V99 field prints the assumed decimal point
      *>  as a digit instead of a period.
       01  WS-LIMIT-EDIT PIC Z(8)9.99.
       01  WS-B-LIMIT-TEXT PIC X(12).
       01  WS-A-LIMIT-TEXT PIC X(12).

      *>  One maintenance transaction per line, pipe-delimited the way
      *>  csv_layouts.cfg is:
      *>      ACTION|CUST-ID|CUST-NAME|TIER|CREDIT-HOLD|CREDIT-LIMIT
      *>            |TAX-JURIS|TAX-EXEMPT
      *>  ACTION is A (add), U (update name/tier/credit-hold/limit/tax)
      *>  or D (deactivate - only ACTION and CUST-ID are looked at).
      *>  CREDIT-LIMIT is optional so transactions keyed in the
      *>  original five-field shape still apply: left blank, an add
      *>  takes zero (no limit set) and an update keeps the limit the
      *>  master already carries.  TAX-JURIS and TAX-EXEMPT follow the
      *>  same rule: left blank, an add takes no jurisdiction (its
      *>  orders hold until one is keyed) and not exempt, and an update
      *>  keeps what the master already carries.
       01  WS-ACTION-TEXT PIC X(10).
       01  WS-ID-TEXT     PIC X(50).
       01  WS-NAME-TEXT   PIC X(50).
       01  WS-TIER-TEXT   PIC X(10).
       01  WS-HOLD-TEXT   PIC X(10).
       01  WS-LIMIT-TEXT  PIC X(20).
       01  WS-JURIS-TEXT  PIC X(20).
       01  WS-EXEMPT-TEXT PIC X(10).
       01  WS-TIER-NUM    PIC 9(2) VALUE 0.
       01  WS-LIMIT-NUM   PIC 9(9)V99 VALUE 0.
       01  WS-LIMIT-GIVEN PIC X VALUE 'N'.
       01  WS-TRAN-VALID  PIC X VALUE 'Y'.
       01  WS-TRAN-RESULT PIC X(40).

       WRITE-CHANGE-HISTORY.
           IF WS-HAVE-BEFORE = 'N'
               MOVE SPACES TO WS-BEFORE-REC
               MOVE SPACES TO WS-B-LIMIT-TEXT
           ELSE
               MOVE B-CUST-CREDIT-LIMIT TO WS-LIMIT-EDIT
               MOVE FUNCTION TRIM(WS-LIMIT-EDIT) TO WS-B-LIMIT-TEXT
           END-IF
           MOVE CUST-CREDIT-LIMIT TO WS-LIMIT-EDIT
           MOVE FUNCTION TRIM(WS-LIMIT-EDIT) TO WS-A-LIMIT-TEXT
           MOVE SPACES TO CHANGE-HISTORY-RECORD
           STRING WS-BUSINESS-DATE,
                  "|", FUNCTION TRIM(WS-HISTORY-ACTION),
                  "|", FUNCTION TRIM(CUST-NAME),
                  "|", CUST-TIER,
                  "|", CUST-STATUS,
                  "|", CUST-CREDIT-HOLD,
                  "|", FUNCTION TRIM(WS-B-LIMIT-TEXT),
                  "|", FUNCTION TRIM(WS-A-LIMIT-TEXT),
                  "|", FUNCTION TRIM(B-CUST-TAX-JURIS),
                  "|", B-CUST-TAX-EXEMPT,
                  "|", FUNCTION TRIM(CUST-TAX-JURIS),
                  "|", CUST-TAX-EXEMPT
               DELIMITED BY SIZE INTO CHANGE-HISTORY-RECORD
           END-STRING
           WRITE CHANGE-HISTORY-RECORD.

       APPLY-MAINT-TRANSACTION.
           MOVE SPACES TO WS-ACTION-TEXT WS-ID-TEXT WS-NAME-TEXT
                          WS-TIER-TEXT WS-HOLD-TEXT WS-LIMIT-TEXT
                          WS-JURIS-TEXT WS-EXEMPT-TEXT
                          WS-TRAN-RESULT
           UNSTRING MAINT-RECORD DELIMITED BY "|"
               INTO WS-ACTION-TEXT, WS-ID-TEXT, WS-NAME-TEXT,
                    WS-TIER-TEXT, WS-HOLD-TEXT, WS-LIMIT-TEXT,
                    WS-JURIS-TEXT, WS-EXEMPT-TEXT
           END-UNSTRING
           PERFORM VALIDATE-MAINT-TRANSACTION
           IF WS-TRAN-VALID = 'N'
           PERFORM WRITE-REPORT-LINE.

      *>  A and U carry the full record, so the tier has to be a plain
      *>  1-99 band number and the credit-hold flag Y or N, and a
      *>  credit limit, when one is keyed, a plain non-negative amount;
      *>  a tax jurisdiction, when keyed, must fit the six-character
      *>  code and a tax-exempt flag must be Y or N.  D only needs a
      *>  customer id.  Anything else is rejected with the reason on
      *>  the report line, never half-applied.
       VALIDATE-MAINT-TRANSACTION.
           MOVE 'Y' TO WS-TRAN-VALID
           MOVE 0 TO WS-TIER-NUM
           MOVE 0 TO WS-LIMIT-NUM
           MOVE 'N' TO WS-LIMIT-GIVEN
           IF FUNCTION TRIM(WS-ID-TEXT) = SPACES
               MOVE 'N' TO WS-TRAN-VALID
               MOVE "REJECTED - MISSING CUSTOMER ID" TO WS-TRAN-RESULT
                           MOVE "REJECTED - BAD CREDIT-HOLD FLAG"
                               TO WS-TRAN-RESULT
                       END-IF
                       IF WS-TRAN-VALID = 'Y' AND
                          FUNCTION TRIM(WS-LIMIT-TEXT) NOT = SPACES
                           PERFORM VALIDATE-CREDIT-LIMIT
                       END-IF
                       IF WS-TRAN-VALID = 'Y' AND
                          FUNCTION LENGTH(FUNCTION TRIM(WS-JURIS-TEXT)) > 6
                           MOVE 'N' TO WS-TRAN-VALID
                           MOVE "REJECTED - BAD TAX JURISDICTION"
                               TO WS-TRAN-RESULT
                       END-IF
                       IF WS-TRAN-VALID = 'Y' AND
                          FUNCTION TRIM(WS-EXEMPT-TEXT) NOT = SPACES AND
                          FUNCTION TRIM(WS-EXEMPT-TEXT) NOT = "Y" AND
                          FUNCTION TRIM(WS-EXEMPT-TEXT) NOT = "N"
                           MOVE 'N' TO WS-TRAN-VALID
                           MOVE "REJECTED - BAD TAX-EXEMPT FLAG"
                               TO WS-TRAN-RESULT
                       END-IF
                   END-IF
               WHEN "D"
                   CONTINUE
                   MOVE "REJECTED - UNKNOWN ACTION" TO WS-TRAN-RESULT
           END-EVALUATE.

      *>  The limit is keyed as a plain amount (1,000.00 reads fine);
      *>  a negative or unparsable one is rejected rather than taken
      *>  as zero, which would quietly mean "no limit".
       VALIDATE-CREDIT-LIMIT.
           IF FUNCTION TEST-NUMVAL-C(
                  FUNCTION TRIM(WS-LIMIT-TEXT)) NOT = 0
               MOVE 'N' TO WS-TRAN-VALID
               MOVE "REJECTED - BAD CREDIT LIMIT" TO WS-TRAN-RESULT
           ELSE
               IF FUNCTION NUMVAL-C(FUNCTION TRIM(WS-LIMIT-TEXT)) < 0
                   MOVE 'N' TO WS-TRAN-VALID
                   MOVE "REJECTED - BAD CREDIT LIMIT" TO WS-TRAN-RESULT
               ELSE
                   COMPUTE WS-LIMIT-NUM =
                       FUNCTION NUMVAL-C(FUNCTION TRIM(WS-LIMIT-TEXT))
                       ON SIZE ERROR
                           MOVE 'N' TO WS-TRAN-VALID
                           MOVE "REJECTED - BAD CREDIT LIMIT"
                               TO WS-TRAN-RESULT
                       NOT ON SIZE ERROR
                           MOVE 'Y' TO WS-LIMIT-GIVEN
                   END-COMPUTE
               END-IF
           END-IF.

       ADD-CUSTOMER.
           MOVE 'N' TO WS-HAVE-BEFORE
           MOVE SPACES TO CUSTOMER-RECORD
           MOVE WS-TIER-NUM TO CUST-TIER
           MOVE 'A' TO CUST-STATUS
           MOVE FUNCTION TRIM(WS-HOLD-TEXT) TO CUST-CREDIT-HOLD
           MOVE WS-LIMIT-NUM TO CUST-CREDIT-LIMIT
           MOVE FUNCTION TRIM(WS-JURIS-TEXT) TO CUST-TAX-JURIS
           IF FUNCTION TRIM(WS-EXEMPT-TEXT) = "Y"
               MOVE 'Y' TO CUST-TAX-EXEMPT
           ELSE
               MOVE 'N' TO CUST-TAX-EXEMPT
           END-IF
           WRITE CUSTOMER-RECORD
               INVALID KEY
                   ADD 1 TO WS-TRANS-REJECTED
                   MOVE WS-TIER-NUM TO CUST-TIER
                   MOVE 'A' TO CUST-STATUS
                   MOVE FUNCTION TRIM(WS-HOLD-TEXT) TO CUST-CREDIT-HOLD
                   IF WS-LIMIT-GIVEN = 'Y'
                       MOVE WS-LIMIT-NUM TO CUST-CREDIT-LIMIT
                   END-IF
                   IF FUNCTION TRIM(WS-JURIS-TEXT) NOT = SPACES
                       MOVE FUNCTION TRIM(WS-JURIS-TEXT) TO CUST-TAX-JURIS
                   END-IF
                   IF FUNCTION TRIM(WS-EXEMPT-TEXT) NOT = SPACES
                       MOVE FUNCTION TRIM(WS-EXEMPT-TEXT) TO CUST-TAX-EXEMPT
                   END-IF
                   REWRITE CUSTOMER-RECORD
                       INVALID KEY
                           ADD 1 TO WS-TRANS-REJECTED
