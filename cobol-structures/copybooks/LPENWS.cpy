      *> Working storage for the penalty lookup in LPENPR.cpy. The
      *> caller declares LOAN-PEN-FILE assigned to "LOANPEN.DAT"
      *> with FILE STATUS wsPnStatus and FD LOANPEN, sets
      *> wsPenLoanId and PERFORMs SUM-OPEN-PENALTIES; wsPenOpen
      *> comes back with what the loan still owes in penalties and
      *> wsPenCount with how many penalties that is.
       01 wsPnStatus PIC X(2).
       01 wsPenEOF PIC X.
       01 wsPenLoanId PIC X(6).
       01 wsPenOpen PIC 9(9)V99.
       01 wsPenCount PIC 9(4).
