      *> Month-end stock close: the closing quantity and value of
      *> each item as STKVAL proved it when the month was closed.
      *> The next month's report opens from these figures, so the
      *> proof against IM-ONHAND is a real one rather than a
      *> figure worked back from the on-hand it is proving. Lines
      *> are appended month by month in item order and never
      *> changed.
       01 STOCK-SNAPSHOT-REC.
           05 SS-MONTH PIC 9(6).
           05 SS-ITEM PIC X(6).
           05 SS-QTY PIC S9(7)
               SIGN IS LEADING SEPARATE CHARACTER.
           05 SS-VALUE PIC S9(9)V99
               SIGN IS LEADING SEPARATE CHARACTER.
