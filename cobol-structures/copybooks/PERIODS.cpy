      *> whose business date falls inside it -- a late line dated
      *> into a reported month goes to the exception listing for a
      *> supervisor decision instead of quietly changing figures
      *> already filed. GLAPPLY likewise refuses to apply a GL batch
      *> dated into a closed month, so the ledger's balances for it
      *> stand as reported. A month with no line is open.
       01 PERIOD-STATUS-REC.
           05 PD-PERIOD PIC 9(6).
           05 PD-STATUS PIC X.
