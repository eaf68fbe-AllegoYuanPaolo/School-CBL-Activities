      *> as it was computed at posting time off the ITR11
      *> amortization arithmetic -- the payoff quote and the
      *> re-amortization both read history, never re-derive it.
      *> LP-PENALTY is the part that went to late-payment penalties
      *> on LOANPEN.DAT before any interest (spaces on payments
      *> posted before penalties were charged).
       01 LOAN-PAY-REC.
           05 LP-ID PIC X(6).
           05 LP-DATE PIC 9(8).
           05 LP-AMOUNT PIC 9(9)V99.
           05 LP-INTEREST PIC 9(9)V99.
           05 LP-PRINCIPAL PIC 9(9)V99.
           05 LP-PENALTY PIC 9(7)V99.
