      *>  SHIPREC - one shipped order on the persistent shipped file
      *>  (/mnt/efs/data/shipped_orders.dat), an indexed file keyed by
      *>  SHPD-ORDER-ID with SHPD-BUSINESS-DATE as an alternate key
      *>  (with duplicates).  SHIPCONFIRM writes one record per
      *>  confirmation it matches and reads by OrderID to recognize a
      *>  resent confirmation; INVREGISTER browses one business date's
      *>  shipments on the alternate key.  SHPD-SHIP-DATE is the date
      *>  the warehouse shipped; SHPD-BUSINESS-DATE the nightly run
      *>  that recorded it (blank on shipments converted from the old
      *>  sequential file before the run date was kept).
           10 SHPD-ORDER-ID         PIC X(50).
           10 SHPD-SHIP-DATE        PIC X(8).
           10 SHPD-BUSINESS-DATE    PIC X(8).
