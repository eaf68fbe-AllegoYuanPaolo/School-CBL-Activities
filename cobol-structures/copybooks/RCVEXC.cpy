      *> Receiving exception: a receipt that did not match what was
      *> ordered. OVER is more than the PO line's quantity (RX-QTY
      *> is the excess), SHORT is a line the desk closed before it
      *> was all in (RX-QTY is the shortfall), and NOPO is stock
      *> that arrived against no open purchase order line at all.
      *> RECEIVE writes them as it posts; PORPT lists them.
       01 RECEIVING-EXCEPTION-REC.
           05 RX-TIMESTAMP PIC X(14).
           05 RX-PONUM PIC 9(6).
           05 RX-LINE PIC 9(3).
           05 RX-SUPNO PIC 9(6).
           05 RX-ITEM PIC X(6).
           05 RX-ORDERED PIC 9(6).
           05 RX-RECEIVED PIC 9(6).
           05 RX-QTY PIC 9(6).
           05 RX-TYPE PIC X(5).
               88 RX-IS-OVER VALUE "OVER".
               88 RX-IS-SHORT VALUE "SHORT".
               88 RX-IS-NOPO VALUE "NOPO".
