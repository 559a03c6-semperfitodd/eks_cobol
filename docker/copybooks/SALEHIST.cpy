      *>  SALEHIST - one monthly sales bucket on the persistent sales
      *>  history (/mnt/efs/data/sales_history.dat), an indexed file
      *>  keyed by SHIST-KEY: the bucket type (I by item, T by
      *>  customer tier), the item code or two-digit CUST-TIER band
      *>  the order was accepted under, and the calendar month
      *>  YYYYMM.  SALESHIST adds to the buckets each night from the
      *>  accepted orders; SALESRPT reads them for the month-to-date
      *>  and year-to-date comparison.  SHIST-ORDERS counts sales
      *>  orders and SHIST-GROSS their value; credit memos are kept
      *>  apart as SHIST-RETURN-COUNT / SHIST-RETURNS (a positive
      *>  magnitude), and SHIST-NET is gross less returns.  The
      *>  figures are signed only so a rerun's reversal can never
      *>  wrap a bucket through zero.  SHIST-LAST-DATE is the latest
      *>  business date posted into the bucket.
           10 SHIST-KEY.
               15 SHIST-TYPE         PIC X.
               15 SHIST-CODE         PIC X(50).
               15 SHIST-MONTH        PIC X(6).
           10 SHIST-ORDERS           PIC S9(7).
           10 SHIST-GROSS            PIC S9(11)V99.
           10 SHIST-RETURN-COUNT     PIC S9(7).
           10 SHIST-RETURNS          PIC S9(11)V99.
           10 SHIST-NET              PIC S9(11)V99.
           10 SHIST-LAST-DATE        PIC X(8).
