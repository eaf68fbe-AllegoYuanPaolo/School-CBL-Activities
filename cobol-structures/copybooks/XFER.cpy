      *> Inter-branch stock transfer, one line per shipment, kept by
      *> STKXFER. Shipping takes the units off the sending branch's
      *> shelf and puts them in transit to the receiving branch
      *> (BK-INTRANSIT on its BRSTOCK.DAT row); they stay there until
      *> the receiving branch confirms the arrival, when they go on
      *> its shelf. The company-wide IM-ONHAND never moves -- the
      *> stock is the company's the whole way. Branch spaces is head
      *> office. Who shipped and who confirmed are kept with the
      *> dates. Status: T in transit, R received.
       01 TRANSFER-REC.
           05 XF-XFERNO PIC 9(6).
           05 XF-ITEM PIC X(6).
           05 XF-FROM PIC X(4).
           05 XF-TO PIC X(4).
           05 XF-QTY PIC 9(6).
           05 XF-SENT-DATE PIC 9(8).
           05 XF-SENT-BY PIC X(8).
           05 XF-RECV-DATE PIC 9(8).
           05 XF-RECV-BY PIC X(8).
           05 XF-STATUS PIC X.
               88 XF-IN-TRANSIT VALUE "T".
               88 XF-IS-RECEIVED VALUE "R".
