      *> Late-payment penalty ledger, one line per penalty charged
      *> against a loan. LOANPEN's penalty run charges an overdue
      *> installment once, the staged PENRATE percent of the
      *> installment (PN-OVERDUE) when it is still unpaid PENGRACE
      *> days after its due date. LOANPOST applies incoming payments
      *> to the open penalties first, oldest first, into PN-PAID;
      *> a penalty paid in full goes to P. A supervisor may waive
      *> what is left of one (W), with who, when and why kept.
       01 LOAN-PEN-REC.
           05 PN-ID PIC X(6).
           05 PN-INSTNO PIC 9(3).
           05 PN-DUEDATE PIC 9(8).
           05 PN-CHARGED PIC 9(8).
           05 PN-OVERDUE PIC 9(9)V99.
           05 PN-AMOUNT PIC 9(7)V99.
           05 PN-PAID PIC 9(7)V99.
           05 PN-STATUS PIC X.
               88 PN-IS-OPEN VALUE "O".
               88 PN-IS-PAID VALUE "P".
               88 PN-IS-WAIVED VALUE "W".
           05 PN-WAIVEDBY PIC X(8).
           05 PN-WAIVED PIC 9(8).
           05 PN-REASON PIC X(30).
