      *> Quota bonus accrual, one line per salesman per quarter
      *> earned: written by the BONUSRUN quarter-end run with the
      *> quarter's net sales off DAILY.DAT, the quarter's quota
      *> (three months of SLM-QUOTA), the attainment, the bonus the
      *> schedule pays for it, and the withholding on that bonus.
      *> The next COMMRUN pays every accrued line on the cheque
      *> beside the commission and marks it paid with the cheque
      *> number and date, so a bonus is never paid twice and never
      *> mixed into the commission figures.
       01 BONUS-ACCRUAL-REC.
           05 BA-SNUM PIC 9(6).
           05 BA-QUARTER PIC 9(5).
           05 BA-RUNDATE PIC 9(8).
           05 BA-ACTUAL PIC S9(9)
               SIGN IS LEADING SEPARATE CHARACTER.
           05 BA-QUOTA PIC 9(9).
           05 BA-PCT PIC 9(3)V9.
           05 BA-BONUS PIC 9(7)V99.
           05 BA-WHTAX PIC 9(7)V99.
           05 BA-STATUS PIC X.
               88 BA-IS-ACCRUED VALUE "A".
               88 BA-IS-PAID VALUE "P".
           05 BA-PAYDATE PIC 9(8).
           05 BA-CHEQUE PIC 9(6).
