      *> Month-end interest accrual register, one line per loan per
      *> month LOANGL has run. LR-ACCRUED is the interest receivable
      *> on the loan as at the month end -- LR-DAYS days at the
      *> loan's rate on LR-BALANCE, its balance that day, since its
      *> last payment (LR-FROMDATE; the start date when nothing has
      *> paid). LR-BOOKED is what the month's GL batch LR-BATCHNO
      *> moved the receivable by: this month's accrual less the
      *> loan's previous one, so interest the next payment collects
      *> is never booked to income twice. A month on the register
      *> is never accrued again. LR-LENT is the principal the batch
      *> took onto the loan account as lent, on the first month the
      *> loan had fallen due by; a loan with LR-LENT on any line is
      *> never booked as lent again (spaces on lines written before
      *> the lending was booked, so the first run after picks up
      *> the whole opening book).
       01 LOAN-ACR-REC.
           05 LR-ID PIC X(6).
           05 LR-MONTH PIC 9(6).
           05 LR-FROMDATE PIC 9(8).
           05 LR-DAYS PIC 9(5).
           05 LR-BALANCE PIC 9(9)V99.
           05 LR-ACCRUED PIC 9(7)V99.
           05 LR-BOOKED PIC S9(7)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           05 LR-BATCHNO PIC 9(4).
           05 LR-LENT PIC 9(9)V99.
