      *> Bank deposit, one line per deposit slip DEPBUILD makes up
      *> from a day's collections: the slip number (drawn from
      *> DEPCTL.DAT, never reused), the collection day it covers,
      *> the day it was built, and the count and total of the
      *> cashier's official receipts and of the AR payments ARCASH
      *> posted that went into it. The lines behind the total are
      *> on DEPITEM.DAT under the same number. DEPREC matches the
      *> slip number and total against the bank's credits.
       01 DEPOSIT-REC.
           05 DP-DEPNO PIC 9(6).
           05 DP-DATE PIC 9(8).
           05 DP-BUILT PIC 9(8).
           05 DP-OR-COUNT PIC 9(4).
           05 DP-OR-TOTAL PIC 9(9)V99.
           05 DP-AR-COUNT PIC 9(4).
           05 DP-AR-TOTAL PIC S9(9)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           05 DP-TOTAL PIC S9(9)V99
               SIGN IS LEADING SEPARATE CHARACTER.
