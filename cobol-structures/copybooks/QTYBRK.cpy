      *> Quantity-break table, one line per item per break: a sale
      *> line ordering at least QB-MINQTY units of QB-ITEM is priced
      *> at QB-PRICE, the highest break the quantity reaches being
      *> the one that applies. PRCAGREE sets and removes breaks.
       01 QTY-BREAK-REC.
           05 QB-ITEM PIC X(6).
           05 QB-MINQTY PIC 9(6).
           05 QB-PRICE PIC 9(3).
