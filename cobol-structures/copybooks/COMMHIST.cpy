      *> zeroes the commission master for the new year. Carries the
      *> final YTD figures, the tier the salesman closed the year on,
      *> and the twelve monthly buckets SEL8 accumulated as the year
      *> ran, so last year's "year-to-date" stays answerable. The
      *> quota bonuses paid in the year, and the tax withheld on
      *> them, ride apart from the commission -- totalled off the
      *> live cheques on COMMPAY.DAT, as the cheque register keeps
      *> them apart -- so the withholding certificate shows all the
      *> pay and all the tax. Years closed before bonuses were
      *> archived carry spaces there.
       01 COMMISSION-HIST-REC.
           05 CH-YEAR PIC 9(4).
           05 CH-SNUM PIC 9(6).
           05 CH-LAST-TIER PIC 9(2).
           05 CH-MONTH-COMM OCCURS 12 TIMES PIC S9(7)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           05 CH-YTD-BONUS PIC S9(7)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           05 CH-YTD-BONUS-WHTAX PIC S9(7)V99
               SIGN IS LEADING SEPARATE CHARACTER.
