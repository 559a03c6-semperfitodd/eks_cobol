      *>  RCPTREC - one goods receipt on the persistent posted-receipts
      *>  file (/mnt/efs/data/posted_receipts.dat), an indexed file
      *>  keyed by RCPT-REF, the receiving dock's receipt reference.
      *>  STOCKPOST reads by reference to recognize a resent receipt
      *>  and writes one record per receipt once its quantity is on
      *>  the stock ledger.  RCPT-BUSINESS-DATE is the nightly run
      *>  that posted it.  The file is first built from the RECEIPT
      *>  lines already on the stock movement journal.
           10 RCPT-REF              PIC X(30).
           10 RCPT-BUSINESS-DATE    PIC X(8).
           10 RCPT-ITEM             PIC X(50).
           10 RCPT-QTY              PIC 9(7).
