      *>  ARBALREC - one customer's open AR balance on the ledger
      *>  (/mnt/efs/data/customer_balances.dat), an indexed file keyed
      *>  by ARBAL-CUST-ID.  ARPOSTING adds a record the first time a
      *>  customer is charged or paid and rewrites it on every posting
      *>  after; TransformCSV and CUSTINQUIRY only read it.  The
      *>  balance is signed - an overpayment leaves the customer in
      *>  credit, shown negative, never clamped to zero.
           10 ARBAL-CUST-ID         PIC X(10).
           10 ARBAL-BALANCE         PIC S9(11)V99.
