      *> these against CM-YTD-COMMISSION; the withholding deducted,
      *> the draw recovered, and the net actually on the cheque ride
      *> alongside so the register reconstructs every cheque's
      *> arithmetic without reference to anything else. A quota
      *> bonus paid on the cheque rides in CP-BONUS with its own
      *> withholding, apart from CP-AMOUNT, so the commission
      *> balance never absorbs it; CP-NET includes it. Cheques cut
      *> before bonuses were paid here carry neither field.
      *> A cheque is never taken off the register: one voided or
      *> stopped at the bank is stamped by CHQVOID with the status,
      *> date, reason, and the supervisor who approved it, and
      *> every reader that totals paid-to-date skips it, so its
      *> gross and withholding fall back into the salesman's unpaid
      *> balance. A replacement cheque carries the number it
      *> replaces in CP-ORIG-CHEQUE. Lines cut before voids were
      *> kept hold spaces here and read as live cheques.
      *> CP-PP-SENT tracks the positive-pay file: every cheque is
      *> cut "N", POSPAY sets it "I" once the issue has gone to the
      *> bank and "V" once a void has; cheques from before positive
      *> pay hold a space and are never sent as issues.
      *> CP-EXPENSE is the expense claims reimbursed on the cheque:
      *> untaxed, apart from commission and bonus, and included in
      *> CP-NET. Cheques cut before claims were paid here carry
      *> spaces.
       01 COMMISSION-PAY-REC.
           05 CP-SNUM PIC 9(6).
           05 CP-PAYDATE PIC 9(8).
           05 CP-DRAWREC PIC 9(7)V99.
           05 CP-NET PIC 9(7)V99.
           05 CP-CHEQUE PIC 9(6).
           05 CP-BONUS PIC 9(7)V99.
           05 CP-BONUS-WHTAX PIC 9(7)V99.
           05 CP-STATUS PIC X.
               88 CP-IS-VOIDED VALUE "V".
               88 CP-IS-STOPPED VALUE "S".
               88 CP-IS-CANCELLED VALUE "V" "S".
           05 CP-VOID-DATE PIC 9(8).
           05 CP-VOID-REASON PIC X(20).
           05 CP-VOID-APPROVER PIC X(8).
           05 CP-ORIG-CHEQUE PIC 9(6).
           05 CP-PP-SENT PIC X.
               88 CP-PP-UNSENT VALUE "N".
               88 CP-PP-ISSUE-SENT VALUE "I".
               88 CP-PP-VOID-SENT VALUE "V".
           05 CP-EXPENSE PIC 9(7)V99.
