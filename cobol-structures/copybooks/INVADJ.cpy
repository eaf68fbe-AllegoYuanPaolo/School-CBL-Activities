      *> Inventory adjustment journal: one line per item a posted
      *> count moved, with the book and counted quantities behind
      *> the adjustment, its value at the item's unit price, and
      *> the supervisor who confirmed it -- so a changed on-hand
      *> figure can be walked back to the count that changed it.
       01 INVENTORY-ADJUSTMENT-REC.
           05 IA-TIMESTAMP PIC X(14).
           05 IA-ITEM PIC X(6).
           05 IA-BOOK PIC S9(6)
               SIGN IS LEADING SEPARATE CHARACTER.
           05 IA-COUNTED PIC 9(6).
           05 IA-ADJUST PIC S9(6)
               SIGN IS LEADING SEPARATE CHARACTER.
           05 IA-VALUE PIC S9(9)
               SIGN IS LEADING SEPARATE CHARACTER.
           05 IA-OPERATOR PIC X(8).
