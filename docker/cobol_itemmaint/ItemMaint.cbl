      *>  against, one row per item and effective date the way
      *>  exchange_rates.cfg carries one row per currency and
      *>  effective date:
      *>      ITEM|YYYYMMDD|PRICE|STATUS|REORDER-POINT
      *>                                     (STATUS A=active,
      *>                                      D=discontinued)
      *>      TOLERANCE|<percent>            (optional, passed through)
      *>  TransformCSV applies the row with the latest effective date
      *>  Friday for Monday sits inert until Monday.  The master is
      *>  loaded whole here, maintained in core, and rewritten whole -
      *>  history rows are kept, never edited in place, so the master
      *>  is also the price history.  REORDER-POINT is the on-hand
      *>  quantity at or below which STOCKPOST lists the item on the
      *>  reorder report; it is a property of the item rather than of
      *>  a price row, so it is carried on every row of the item and
      *>  copied forward onto each new one.  Zero (or a row written
      *>  before the field existed) means no reorder point is set.
       01  WS-ITEM-TAB.
           05  WS-ITEM-ENTRY OCCURS 500 TIMES.
               10  WS-ITEM-NAME   PIC X(50).
               10  WS-ITEM-DATE   PIC X(8).
               10  WS-ITEM-PRICE  PIC 9(7)V99.
               10  WS-ITEM-STATUS PIC X.
               10  WS-ITEM-REORDER PIC 9(7).
       01  WS-ITEM-COUNT PIC 9(3) VALUE 0.
       01  WS-ITEM-IDX PIC 9(3) VALUE 0.
       01  WS-ITEM-FULL PIC X VALUE 'N'.
       01  WS-MAST-DATE-TEXT   PIC X(10).
       01  WS-MAST-PRICE-TEXT  PIC X(20).
       01  WS-MAST-STATUS-TEXT PIC X(10).
       01  WS-MAST-REORDER-TEXT PIC X(10).
       01  WS-ITEM-REORDER-NOW PIC 9(7) VALUE 0.

      *>  One maintenance transaction per line, pipe-delimited the way
      *>  customer_updates.txt is:
      *>      ACTION|ITEM|PRICE|EFF-DATE
      *>  ACTION is A (add a new item), P (price change - a new
      *>  effective-dated row for an existing item), D (discontinue
      *>  - a STATUS D row effective EFF-DATE, or the business date
      *>  when EFF-DATE is blank; PRICE is ignored) or R (reorder
      *>  point - the PRICE position carries the whole-unit quantity,
      *>  zero to clear it, and EFF-DATE is ignored; every row of the
      *>  item is updated in place).  Anything that
      *>  does not validate is rejected with the reason on the report
      *>  line, never half-applied - the CUSTMAINT treatment.
       01  WS-ACTION-TEXT PIC X(10).
       01  WS-PRICE-TEXT  PIC X(20).
       01  WS-DATE-TEXT   PIC X(20).
       01  WS-PRICE-NUM   PIC 9(7)V99 VALUE 0.
       01  WS-REORDER-NUM PIC 9(7) VALUE 0.
       01  WS-EFF-DATE    PIC X(8).
       01  WS-TRAN-VALID  PIC X VALUE 'Y'.
       01  WS-TRAN-RESULT PIC X(40).
       01  WS-ADDS-APPLIED      PIC 9(6) VALUE 0.
       01  WS-PRICES-APPLIED    PIC 9(6) VALUE 0.
       01  WS-DISCONTINUED      PIC 9(6) VALUE 0.
       01  WS-REORDERS-SET      PIC 9(6) VALUE 0.
       01  WS-TRANS-REJECTED    PIC 9(6) VALUE 0.

      *>  Edited picture used only when writing a price back to the
      *>  master - trimmed so the file carries a plain 123.45 the
      *>  NUMVAL-C parsers read.
       01  WS-PRICE-EDIT PIC Z(6)9.99.
       01  WS-REORDER-EDIT PIC Z(6)9.

       PROCEDURE DIVISION.

           ELSE
               MOVE SPACES TO WS-MAST-ITEM-TEXT WS-MAST-DATE-TEXT
                              WS-MAST-PRICE-TEXT WS-MAST-STATUS-TEXT
                              WS-MAST-REORDER-TEXT
               UNSTRING ITEM-MASTER-RECORD DELIMITED BY "|"
                   INTO WS-MAST-ITEM-TEXT, WS-MAST-DATE-TEXT,
                        WS-MAST-PRICE-TEXT, WS-MAST-STATUS-TEXT,
                        WS-MAST-REORDER-TEXT
               END-UNSTRING
               IF FUNCTION TRIM(WS-MAST-ITEM-TEXT) = "TOLERANCE"
                   MOVE WS-MAST-DATE-TEXT(1:10) TO WS-TOLERANCE-TEXT
                       ELSE
                           MOVE 'A' TO WS-ITEM-STATUS(WS-ITEM-COUNT)
                       END-IF
                       MOVE 0 TO WS-ITEM-REORDER(WS-ITEM-COUNT)
                       IF FUNCTION TRIM(WS-MAST-REORDER-TEXT) NOT = SPACES
                           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(
                                  WS-MAST-REORDER-TEXT)) = 0
                               COMPUTE WS-ITEM-REORDER(WS-ITEM-COUNT) =
                                   FUNCTION NUMVAL(FUNCTION TRIM(
                                       WS-MAST-REORDER-TEXT))
                                   ON SIZE ERROR
                                       MOVE 0 TO
                                           WS-ITEM-REORDER(WS-ITEM-COUNT)
                               END-COMPUTE
                           ELSE
                               DISPLAY "WARNING: item_master.txt row for "
                                   FUNCTION TRIM(WS-MAST-ITEM-TEXT)
                                   " has an unusable reorder point - "
                                   "cleared, please re-key it."
                           END-IF
                       END-IF
                       IF WS-MAST-DATE-TEXT(1:8) IS NOT NUMERIC OR
                          WS-ITEM-PRICE(WS-ITEM-COUNT) = 0
                           DISPLAY "WARNING: item_master.txt row for "
                   WHEN "A" PERFORM ADD-ITEM
                   WHEN "P" PERFORM CHANGE-ITEM-PRICE
                   WHEN "D" PERFORM DISCONTINUE-ITEM
                   WHEN "R" PERFORM SET-REORDER-POINT
               END-EVALUATE
           END-IF
           PERFORM WRITE-REPORT-LINE.

      *>  A and P carry a price and an effective date, both fully
      *>  checked; D only needs the item (its date defaults to the
      *>  business date); R needs a whole, non-negative quantity.  The
      *>  effective date may be in the future -
      *>  keying Monday's price in on Friday is the feature, not a
      *>  fault.
       VALIDATE-MAINT-TRANSACTION.
                               TO WS-TRAN-RESULT
                       END-IF
                   END-IF
               WHEN "R"
                   IF WS-TRAN-VALID = 'Y'
                       IF FUNCTION TEST-NUMVAL(
                              FUNCTION TRIM(WS-PRICE-TEXT)) NOT = 0 OR
                          FUNCTION NUMVAL(
                              FUNCTION TRIM(WS-PRICE-TEXT)) < 0
                           MOVE 'N' TO WS-TRAN-VALID
                           MOVE "REJECTED - BAD REORDER POINT"
                               TO WS-TRAN-RESULT
                       ELSE
                           COMPUTE WS-REORDER-NUM =
                               FUNCTION NUMVAL(
                                   FUNCTION TRIM(WS-PRICE-TEXT))
                               ON SIZE ERROR
                                   MOVE 'N' TO WS-TRAN-VALID
                                   MOVE "REJECTED - BAD REORDER POINT"
                                       TO WS-TRAN-RESULT
                           END-COMPUTE
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE 'N' TO WS-TRAN-VALID
                   MOVE "REJECTED - UNKNOWN ACTION" TO WS-TRAN-RESULT
           END-EVALUATE.

      *>  Also picks up the item's current reorder point, so a new
      *>  row for the item carries it forward.
       CHECK-ITEM-EXISTS.
           MOVE 'N' TO WS-ITEM-SEEN
           MOVE 0 TO WS-ITEM-REORDER-NOW
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                   UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
               IF WS-ITEM-NAME(WS-ITEM-IDX) = WS-ITEM-TEXT
                   MOVE 'Y' TO WS-ITEM-SEEN
                   MOVE WS-ITEM-REORDER(WS-ITEM-IDX)
                       TO WS-ITEM-REORDER-NOW
               END-IF
           END-PERFORM.

               MOVE WS-EFF-DATE TO WS-ITEM-DATE(WS-ITEM-COUNT)
               MOVE WS-PRICE-NUM TO WS-ITEM-PRICE(WS-ITEM-COUNT)
               MOVE 'A' TO WS-ITEM-STATUS(WS-ITEM-COUNT)
               MOVE WS-ITEM-REORDER-NOW
                   TO WS-ITEM-REORDER(WS-ITEM-COUNT)
           END-IF.

       ADD-ITEM.
               END-IF
           END-IF.

      *>  The reorder point is not effective-dated - it is the same
      *>  on every row of the item, so the new figure goes onto all of
      *>  them and no row is added.
       SET-REORDER-POINT.
           PERFORM CHECK-ITEM-EXISTS
           IF WS-ITEM-SEEN = 'N'
               ADD 1 TO WS-TRANS-REJECTED
               MOVE "REJECTED - NOT ON MASTER" TO WS-TRAN-RESULT
           ELSE
               PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                       UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
                   IF WS-ITEM-NAME(WS-ITEM-IDX) = WS-ITEM-TEXT
                       MOVE WS-REORDER-NUM
                           TO WS-ITEM-REORDER(WS-ITEM-IDX)
                   END-IF
               END-PERFORM
               ADD 1 TO WS-REORDERS-SET
               MOVE "REORDER POINT SET" TO WS-TRAN-RESULT
           END-IF.

      *>  The file is rewritten whole each run, the suspense-file
      *>  treatment; the TOLERANCE line rides through first when one
      *>  was present.
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                   UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
               MOVE WS-ITEM-PRICE(WS-ITEM-IDX) TO WS-PRICE-EDIT
               MOVE WS-ITEM-REORDER(WS-ITEM-IDX) TO WS-REORDER-EDIT
               MOVE SPACES TO ITEM-MASTER-RECORD
               STRING FUNCTION TRIM(WS-ITEM-NAME(WS-ITEM-IDX)),
                      "|", WS-ITEM-DATE(WS-ITEM-IDX),
                      "|", FUNCTION TRIM(WS-PRICE-EDIT),
                      "|", WS-ITEM-STATUS(WS-ITEM-IDX),
                      "|", FUNCTION TRIM(WS-REORDER-EDIT)
                   DELIMITED BY SIZE INTO ITEM-MASTER-RECORD
               END-STRING
               WRITE ITEM-MASTER-RECORD
           STRING "Added: ", FUNCTION TRIM(WS-ADDS-APPLIED),
                  "  Price Changes: ", FUNCTION TRIM(WS-PRICES-APPLIED),
                  "  Discontinued: ", FUNCTION TRIM(WS-DISCONTINUED),
                  "  Reorder Points: ", FUNCTION TRIM(WS-REORDERS-SET),
                  "  Rejected: ", FUNCTION TRIM(WS-TRANS-REJECTED)
               DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
           WRITE MAINT-REPORT-RECORD.
