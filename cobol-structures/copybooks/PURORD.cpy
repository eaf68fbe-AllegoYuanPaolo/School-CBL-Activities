      *> Purchase order line: what was ordered from which supplier,
      *> at what unit cost, and when it is due in. A line REORDRPT
      *> suggests off a shortfall sits at status S with no PO number
      *> until the buyer confirms it through POMAINT, which draws
      *> the number off POCTL.DAT and opens the line. RECEIVE posts
      *> arrivals against the line's PO-RECEIVED; the line closes
      *> when the quantity is in, or when the desk closes it short.
      *> Status: S suggested, O open, C closed, X cancelled.
       01 PURCHASE-ORDER-REC.
           05 PO-PONUM PIC 9(6).
           05 PO-LINE PIC 9(3).
           05 PO-SUPNO PIC 9(6).
           05 PO-ITEM PIC X(6).
           05 PO-QTY PIC 9(6).
           05 PO-UCOST PIC 9(5)V99.
           05 PO-ORDDATE PIC 9(8).
           05 PO-EXPDATE PIC 9(8).
           05 PO-RECEIVED PIC 9(6).
           05 PO-STATUS PIC X.
               88 PO-IS-SUGGESTED VALUE "S".
               88 PO-IS-OPEN VALUE "O".
               88 PO-IS-CLOSED VALUE "C".
               88 PO-IS-CANCELLED VALUE "X".
