      *>  ORDHIST - one accepted order on the persistent order history
      *>  (/mnt/efs/data/order_history.dat), an indexed file keyed by
      *>  OHIST-ORDER-ID with OHIST-CUST-ID as an alternate key (with
      *>  duplicates) so one customer's orders can be browsed without
      *>  reading the whole history.  TransformCSV writes a record for
      *>  every order it accepts and reads it back by OrderID for the
      *>  duplicate check; SHIPCONFIRM matches confirmations to it and
      *>  invoices from it; HOUSEKEEP ages it out on OHIST-FIRST-DATE.
      *>  OHIST-STOCK is S in stock / B back-ordered / R credit memo
      *>  as accepted, or blank when no stock ledger was available.
      *>  OHIST-BILLABLE is 'Y' when the billing fields (customer,
      *>  amount, tax, jurisdiction, name, address) were recorded -
      *>  orders converted from the old sequential history before
      *>  those were kept carry 'N' and cannot be invoiced.  Amounts
      *>  are signed: a credit memo is negative.
           10 OHIST-ORDER-ID        PIC X(50).
           10 OHIST-FIRST-DATE      PIC X(8).
           10 OHIST-ITEM            PIC X(50).
           10 OHIST-STOCK           PIC X.
           10 OHIST-CUST-ID         PIC X(10).
           10 OHIST-BILLABLE        PIC X.
           10 OHIST-AMOUNT          PIC S9(9)V99.
           10 OHIST-TAX             PIC S9(9)V99.
           10 OHIST-TAX-JURIS       PIC X(6).
           10 OHIST-TAX-EXEMPT      PIC X.
           10 OHIST-CUST-NAME       PIC X(50).
           10 OHIST-ADDRESS         PIC X(50).
