      *>  INVOICEX - one invoice on the fixed-width outbound invoice
      *>  interface SHIPCONFIRM writes for the customers who load our
      *>  invoices electronically (/mnt/efs/output/invoice_interface
      *>  .txt).  INVX-REC-TYPE is 'D' on every invoice record; the
      *>  file ends with one 'T' trailer carrying the record count and
      *>  the sum of INVX-TOTAL (laid out in SHIPCONFIRM beside the FD)
      *>  so the receiving side can verify it loaded the file whole.
      *>  The money fields are signed with a separate leading sign so
      *>  the file stays plain text - a credit memo that ships back
      *>  is invoiced negative.  INVX-TAX-EXEMPT is 'Y' when the
      *>  customer holds an exemption certificate, in which case
      *>  INVX-TAX is zero but INVX-TAX-JURIS still names the
      *>  jurisdiction the sale is reported under.
           10 INVX-REC-TYPE         PIC X.
           10 INVX-INVOICE-NO       PIC 9(8).
           10 INVX-INVOICE-DATE     PIC X(8).
           10 INVX-ORDER-ID         PIC X(50).
           10 INVX-CUST-ID          PIC X(10).
           10 INVX-CUST-NAME        PIC X(50).
           10 INVX-ADDRESS          PIC X(50).
           10 INVX-ITEM             PIC X(50).
           10 INVX-SHIP-DATE        PIC X(8).
           10 INVX-AMOUNT           PIC S9(9)V99
                                    SIGN IS LEADING SEPARATE.
           10 INVX-TAX              PIC S9(9)V99
                                    SIGN IS LEADING SEPARATE.
           10 INVX-TOTAL            PIC S9(9)V99
                                    SIGN IS LEADING SEPARATE.
           10 INVX-TAX-JURIS        PIC X(6).
           10 INVX-TAX-EXEMPT       PIC X.
