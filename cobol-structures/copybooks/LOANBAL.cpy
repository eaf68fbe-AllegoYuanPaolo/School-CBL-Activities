      *> payments post: the outstanding principal balance, how many
      *> installments have been paid, and the date of the last
      *> payment. A loan with no record here has simply never paid
      *> -- the balance is its original principal. LB-FINALSTMT is
      *> the month (YYYYMM) LOANSTMT sent the paid-off loan its
      *> final zero-balance statement, after which it gets no more
      *> (zero, or spaces on older records, until then).
       01 LOAN-BAL-REC.
           05 LB-ID PIC X(6).
           05 LB-BALANCE PIC 9(9)V99.
           05 LB-PAIDNUM PIC 9(3).
           05 LB-LASTDATE PIC 9(8).
           05 LB-FINALSTMT PIC 9(6).
