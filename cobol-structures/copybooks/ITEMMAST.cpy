      *> depletes it by the units sold (and restores it on returns),
      *> RECEIVE posts stock arrivals back in. It is signed because
      *> an oversell must show as a negative position, not hide at
      *> zero. REORDRPT lists anything at or under IM-REORDER and
      *> suggests a purchase order to IM-SUPNO, the item's usual
      *> supplier on SUPPMAST (zero when none is set).
       01 ITEM-MASTER-REC.
           05 IM-ITEM PIC X(6).
           05 IM-DESC PIC X(20).
           05 IM-ONHAND PIC S9(6)
               SIGN IS LEADING SEPARATE CHARACTER.
           05 IM-REORDER PIC 9(6).
           05 IM-SUPNO PIC 9(6).
