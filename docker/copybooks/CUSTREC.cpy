      *>  CUST-STATUS is 'A' (active) or 'I' (deactivated); a
      *>  deactivated customer is treated the same as one missing from
      *>  the master.  CUST-CREDIT-HOLD 'Y' flags every order for the
      *>  account desk regardless of amount.  CUST-CREDIT-LIMIT is the
      *>  most the customer may owe - open AR balance plus the orders
      *>  accepted for them and not yet invoiced - before TransformCSV
      *>  routes a new order to credit review; zero means no limit has
      *>  been set and the check is skipped.  CUST-TAX-JURIS is the
      *>  sales-tax jurisdiction code the order is taxed under (the
      *>  key into tax_rates.cfg); a customer with no jurisdiction is
      *>  held for the desk rather than taxed at zero.
      *>  CUST-TAX-EXEMPT 'Y' marks a customer holding an exemption
      *>  certificate - the sale is still reported under the
      *>  jurisdiction, as exempt.
           10 CUST-ID              PIC X(10).
           10 CUST-NAME            PIC X(50).
           10 CUST-TIER            PIC 9(2).
           10 CUST-STATUS          PIC X.
           10 CUST-CREDIT-HOLD     PIC X.
           10 CUST-CREDIT-LIMIT    PIC 9(9)V99.
           10 CUST-TAX-JURIS       PIC X(6).
           10 CUST-TAX-EXEMPT      PIC X.
