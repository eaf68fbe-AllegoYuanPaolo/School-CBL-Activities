      *> Working storage for the loan aging paragraphs in
      *> LOANAGPR.cpy, shared by LOANPOST and LOANSTMT so a
      *> borrower's statement shows the same arrears the delinquency
      *> report carries. The caller has LOAN-REC in hand and sets
      *> wsAgeAsOf (the date aged to) and wsAgePaidNum (installments
      *> paid, off LOANBAL). COMPUTE-SCHED-PAYMENT returns the
      *> regular monthly payment in schedPayment; AGE-LOAN-ARREARS
      *> returns the installments expected by then in wsExpected,
      *> how many of them are unpaid in wsBehind (zero when the loan
      *> is up to date), their value in wsOverdue and the 30/60/90+
      *> bucket in wsBucketTag. INSTALLMENT-DUE-DATE takes an
      *> installment number in wsInstNo and returns its due date
      *> in wsInstDue. A loan with no usable LN-STARTDATE is the
      *> caller's to turn away before either.
       01 principal PIC 9(9)V99 COMP-3.
       01 annualRate PIC 9(3)V99 COMP-3.
       01 termMonths PIC 9(3).
       01 monthlyRate PIC 9(3)V9(6) COMP-3.
       01 growthFactor PIC 9(9)V9(6) COMP-3.
       01 paymentNumer PIC 9(9)V9(6) COMP-3.
       01 paymentDenom PIC 9(9)V9(6) COMP-3.
       01 schedPayment PIC 9(9)V99 COMP-3.
       01 wsAgeAsOf PIC 9(8).
       01 wsAgePaidNum PIC 9(3).
       01 wsAgeYr PIC 9(4).
       01 wsAgeMo PIC 9(2).
       01 wsStartYr PIC 9(4).
       01 wsStartMo PIC 9(2).
       01 wsExpected PIC S9(5).
       01 wsBehind PIC S9(5).
       01 wsOverdue PIC 9(9)V99.
       01 wsBucketTag PIC X(5).
       01 wsInstNo PIC 9(3).
       01 wsInstMonths PIC 9(6).
       01 wsInstYr PIC 9(4).
       01 wsInstMo PIC 9(2).
       01 wsInstDay PIC 9(2).
       01 wsInstDue PIC 9(8).
