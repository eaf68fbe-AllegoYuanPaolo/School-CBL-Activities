      *> One credit off the bank's deposit-credits file: the deposit
      *> slip number the bank read off the slip (zero when it could
      *> not), the amount it actually credited, and the date. DEPREC
      *> matches these against the deposits on DEPOSIT.DAT the way
      *> BANKREC matches cleared cheques against the register.
       01 BANK-CREDIT-REC.
           05 BC-DEPNO PIC 9(6).
           05 BC-AMOUNT PIC 9(9)V99.
           05 BC-DATE PIC 9(8).
