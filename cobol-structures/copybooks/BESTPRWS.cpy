      *> Working storage for the best-price lookup in BESTPRPR.cpy.
      *> The caller declares CUST-PRICE-FILE assigned to
      *> "CUSTPRIC.DAT" with FILE STATUS wsCpStatus and FD CUSTPRIC,
      *> and QTY-BREAK-FILE assigned to "QTYBRK.DAT" with FILE
      *> STATUS wsQbStatus and FD QTYBRK; sets wsBestCust,
      *> wsBestItem, wsBestQty (the units ordered), wsBestAsOf (the
      *> business date being posted) and wsBestList (the list price
      *> in force, off PRICEPR), then PERFORMs SELECT-BEST-PRICE.
      *> wsBestPrice comes back with wsBestBasis saying where it
      *> came from: C contract, Q quantity break, L list. Missing
      *> files simply leave every line at list.
       01 wsCpStatus PIC X(2).
       01 wsQbStatus PIC X(2).
       01 wsBestEOF PIC X.
       01 wsBestCust PIC 9(6).
       01 wsBestItem PIC X(6).
       01 wsBestQty PIC 9(6).
       01 wsBestAsOf PIC 9(8).
       01 wsBestList PIC 9(3).
       01 wsBestPrice PIC 9(3).
       01 wsBestBasis PIC X.
       01 wsBestFrom PIC 9(8).
       01 wsBestMinQty PIC 9(6).
       01 wsBestFound PIC X.
