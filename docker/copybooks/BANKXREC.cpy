      *>  BANKXREC - one item on either side of the bank-to-book cash
      *>  reconciliation (BANKRECON): a deposit line from the bank's
      *>  daily deposit/lockbox file (BANKX-SOURCE "BANK") or a
      *>  customer payment ARPOSTING applied (BANKX-SOURCE "BOOK").
      *>  BANKX-REFERENCE is the remittance reference both sides
      *>  should carry and is tried first; BANKX-AMOUNT plus BANKX-DATE
      *>  is the fallback match for items whose reference is missing
      *>  or was keyed differently by the bank.  BANKX-CUST-ID is only
      *>  known on the book side.
           10 BANKX-SOURCE          PIC X(4).
           10 BANKX-REFERENCE       PIC X(30).
           10 BANKX-CUST-ID         PIC X(10).
           10 BANKX-DATE            PIC X(8).
           10 BANKX-AMOUNT          PIC 9(9)V99.
           10 BANKX-DESCRIPTION     PIC X(40).
      *>  Suspense carry-forward support, as in TRANXREC: the YYYYMMDD
      *>  date the item first failed to match, and whether it was
      *>  reloaded from the suspense file rather than read from
      *>  today's feeds.
           10 BANKX-FIRST-SEEN      PIC X(8).
           10 BANKX-FROM-SUSPENSE   PIC X VALUE 'N'.
