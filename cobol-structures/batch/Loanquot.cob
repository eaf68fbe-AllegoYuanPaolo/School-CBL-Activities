      *> history instead of a desk calculator. Mode 1 answers "what
      *> do I owe to close out today": the outstanding balance from
      *> LOANBAL.DAT plus interest accrued day by day at the loan's
      *> monthly rate since the last payment, plus any unpaid
      *> late-payment penalties on LOANPEN.DAT. Mode 2 takes a lump
      *> extra principal payment, posts it through the history like
      *> any payment (all principal), and rebuilds the remaining
      *> schedule in the same SCHD print format LOANPORT writes,
           SELECT LOAN-BAL-WORK-FILE ASSIGN TO "LOANQWK.DAT"
               ORGANIZATION LINE SEQUENTIAL.

           SELECT LOAN-PEN-FILE ASSIGN TO "LOANPEN.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsPnStatus.

           SELECT SCHEDULE-PRINT-FILE ASSIGN TO DYNAMIC wsSchedName
               ORGANIZATION LINE SEQUENTIAL.

           FD LOAN-BAL-FILE.
           COPY LOANBAL.

      *> Cut wider than the 34-byte position record so the copy
      *> pass can never shave the final-statement month.
           FD LOAN-BAL-WORK-FILE.
           01 LOAN-BAL-WORK-REC PIC X(50).

           FD LOAN-PEN-FILE.
           COPY LOANPEN.

           FD SCHEDULE-PRINT-FILE.
           01 SCHEDULE-PRINT-REC PIC X(80).

           COPY NUMCHECK.
           COPY RPTHDR.
           COPY LPENWS.

       PROCEDURE DIVISION.


           COPY NUMCHKPR.
           COPY RPTHDRPR.
           COPY LPENPR.

       FIND-LOAN.
           move "N" to wsLoanFound
      *> Settlement = outstanding balance plus the interest accrued
      *> day by day since the last payment (or the start date when
      *> nothing has paid), the monthly rate spread over thirty
      *> days the way the desk always quoted it, plus whatever
      *> late-payment penalties LOANPEN charged that are unpaid.
       PAYOFF-QUOTE.
           display "Loan ID: " with no advancing
           accept pickLoanId
           END-IF
           COMPUTE accruedInt ROUNDED =
               wsBalance * dailyRate * wsAccrDays
           MOVE LN-ID TO wsPenLoanId
           perform SUM-OPEN-PENALTIES
           COMPUTE settleAmt = wsBalance + accruedInt + wsPenOpen

           move "Early Payoff Quote" to WS-RPT-TITLE
           perform PRINT-REPORT-HEADER
           display "Days of accrued interest: " wsAccrDays
           MOVE accruedInt TO dispAmount
           display "Interest to " pickDate ": " dispAmount
           IF wsPenOpen > 0
               MOVE wsPenOpen TO dispAmount
               display "Unpaid late penalties: " dispAmount
           END-IF
           MOVE settleAmt TO dispAmount
           display "SETTLEMENT FIGURE:     " dispAmount
           perform PRINT-REPORT-FOOTER.
           MOVE lumpAmount TO LP-AMOUNT
           MOVE 0 TO LP-INTEREST
           MOVE lumpAmount TO LP-PRINCIPAL
           MOVE 0 TO LP-PENALTY
           WRITE LOAN-PAY-REC
           CLOSE LOAN-PAY-FILE

               MOVE wsBalance TO LB-BALANCE
               MOVE wsPaidNum TO LB-PAIDNUM
               MOVE wsLastDate TO LB-LASTDATE
               MOVE 0 TO LB-FINALSTMT
               WRITE LOAN-BAL-REC
           END-IF
           CLOSE LOAN-BAL-WORK-FILE
