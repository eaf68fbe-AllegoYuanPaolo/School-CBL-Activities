      *> Ledger balance, one record per account per accounting
      *> month, keyed on the account then the period so a START on
      *> the account reads its months in order. GLAPPLY adds every
      *> detail line of an applied batch into the month of the
      *> batch's business date: debits and credits are kept apart,
      *> signed as the extract carried them, so the period's
      *> activity and the running balance both come straight off
      *> the record.
       01 GL-BALANCE-REC.
           05 BL-KEY.
               10 BL-ACCOUNT PIC X(8).
               10 BL-PERIOD PIC 9(6).
           05 BL-DEBITS PIC S9(11)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           05 BL-CREDITS PIC S9(11)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           05 BL-LINES PIC 9(6).
