      *> Loan application, the intake side of the book: who asked,
      *> for how much over what term at what rate, and what they
      *> earn and already owe each month. LOANAPP owns the cycle --
      *> filed P pending, evaluated E (the ITR11 monthly payment in
      *> LA-PAYMENT, the debt-to-income ratio after it in LA-DTI,
      *> and LA-EVAL saying whether that sits inside the staged
      *> limits, with the finding in LA-REASON), then approved A or
      *> declined D by a supervisor proven against OPERPROF.DAT. An
      *> approval books the loan on LOANS.DAT under LA-LOANID with
      *> the application number carried on it; a decline keeps its
      *> reason in LA-REASON.
       01 LOAN-APP-REC.
           05 LA-APPNO PIC 9(6).
           05 LA-TIMESTAMP PIC X(14).
           05 LA-TAKENBY PIC X(8).
           05 LA-APPLICANT PIC X(20).
           05 LA-AMOUNT PIC 9(9)V99.
           05 LA-RATE PIC 9(3)V99.
           05 LA-TERM PIC 9(3).
           05 LA-INCOME PIC 9(7)V99.
           05 LA-OBLIGATIONS PIC 9(7)V99.
           05 LA-PAYMENT PIC 9(9)V99.
           05 LA-DTI PIC 9(3)V99.
           05 LA-STATUS PIC X.
               88 LA-IS-PENDING VALUE "P".
               88 LA-IS-EVALUATED VALUE "E".
               88 LA-IS-APPROVED VALUE "A".
               88 LA-IS-DECLINED VALUE "D".
           05 LA-EVAL PIC X.
               88 LA-WITHIN-LIMITS VALUE "Y".
               88 LA-OUTSIDE-LIMITS VALUE "N".
           05 LA-REASON PIC X(30).
           05 LA-APPROVER PIC X(8).
           05 LA-DECIDED PIC 9(8).
           05 LA-LOANID PIC X(6).
