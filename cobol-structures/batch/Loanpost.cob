      *> Loan payment posting and delinquency aging -- the collections
      *> side of the book LOANPORT only projects. Mode 1 posts a payment
      *> against a loan: any late-payment penalties still open on
      *> LOANPEN.DAT are paid first, then the interest due comes off the
      *> outstanding balance at the loan's monthly rate (the same ITR11
      *> arithmetic the schedules use), the rest retires principal, the
      *> split files on LOANPAY.DAT and the running position on
      *> LOANBAL.DAT. Mode 2 ages the book: installments expected since
      *> LN-STARTDATE against installments paid, the shortfall priced at
      *> the loan's scheduled payment and bucketed 30/60/90+ with
      *> portfolio totals -- the arithmetic in LOANAGPR, which LOANSTMT
      *> shares so a borrower's statement shows the same arrears.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANPOST.

           SELECT LOAN-BAL-WORK-FILE ASSIGN TO "LOANBWK.DAT"
               ORGANIZATION LINE SEQUENTIAL.

           SELECT LOAN-PEN-FILE ASSIGN TO "LOANPEN.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsPnStatus.

           SELECT LOAN-PEN-WORK-FILE ASSIGN TO "LOANPWK.DAT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD LOANS-FILE.
           FD LOAN-BAL-FILE.
           COPY LOANBAL.

      *> Cut wider than the 34-byte position record so the copy
      *> pass can never shave the final-statement month.
           FD LOAN-BAL-WORK-FILE.
           01 LOAN-BAL-WORK-REC PIC X(50).

           FD LOAN-PEN-FILE.
           COPY LOANPEN.

      *> Cut wider than the 101-byte penalty record so the copy
      *> pass can never shave the waiver reason.
           FD LOAN-PEN-WORK-FILE.
           01 LOAN-PEN-WORK-REC PIC X(120).

           WORKING-STORAGE SECTION.
           01 wsMode pic 9.
           01 wsLoanFound pic X.
           01 wsBalFound pic X.

           01 wsBalance pic 9(9)v99.
           01 wsPaidNum pic 9(3).
           01 wsLastDate pic 9(8).
           01 interestAmt pic 9(9)v99.
           01 principalAmt pic 9(9)v99.
           01 penaltyAmt pic 9(9)v99.
           01 wsApplyAmt pic 9(9)v99.
           01 wsPenLeft pic 9(9)v99.
           01 wsPenDue pic 9(7)v99.

           01 wsToday pic 9(8).
           01 tot30 pic 9(11)v99 value 0.
           01 tot60 pic 9(11)v99 value 0.
           01 tot90 pic 9(11)v99 value 0.

           COPY NUMCHECK.
           COPY RPTHDR.
           COPY LOANAGWS.
           COPY LPENWS.

       PROCEDURE DIVISION.


           COPY NUMCHKPR.
           COPY RPTHDRPR.
           COPY LOANAGPR.
           COPY LPENPR.

       FIND-LOAN.
           move "N" to wsLoanFound

           perform LOAD-LOAN-POSITION

      *> Open late-payment penalties take the payment first; what
      *> is left goes to the interest due, then principal.
           MOVE payLoanId TO wsPenLoanId
           perform SUM-OPEN-PENALTIES
           IF payAmount > wsPenOpen
               MOVE wsPenOpen TO penaltyAmt
           ELSE
               MOVE payAmount TO penaltyAmt
           END-IF
           COMPUTE wsApplyAmt = payAmount - penaltyAmt

           compute monthlyRate = LN-RATE / 12 / 100
           compute interestAmt rounded =
               wsBalance * monthlyRate
           IF wsApplyAmt > interestAmt
               COMPUTE principalAmt = wsApplyAmt - interestAmt
           ELSE
               MOVE wsApplyAmt TO interestAmt
               MOVE 0 TO principalAmt
               display "Payment does not cover the interest due"
                   " -- nothing retires principal."
           MOVE payAmount TO LP-AMOUNT
           MOVE interestAmt TO LP-INTEREST
           MOVE principalAmt TO LP-PRINCIPAL
           MOVE penaltyAmt TO LP-PENALTY
           WRITE LOAN-PAY-REC
           CLOSE LOAN-PAY-FILE

           perform REWRITE-LOAN-BALANCE
           IF penaltyAmt > 0
               perform APPLY-PENALTY-PAYMENT
               MOVE penaltyAmt TO dispAmount
               display "Penalties: " dispAmount
           END-IF

           MOVE interestAmt TO dispAmount
           display "Interest:  " dispAmount
           MOVE wsBalance TO dispBalance
           display "Balance on " payLoanId " now " dispBalance.

      *> The penalty part of the payment clears the loan's open
      *> penalties in the order they were charged; one paid in full
      *> goes to P.
       APPLY-PENALTY-PAYMENT.
           MOVE penaltyAmt TO wsPenLeft
           move "N" to wsEOF
           OPEN INPUT LOAN-PEN-FILE
           OPEN OUTPUT LOAN-PEN-WORK-FILE
           PERFORM UNTIL wsEOF = "Y"
               READ LOAN-PEN-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       IF PN-ID = payLoanId AND PN-IS-OPEN
                           AND wsPenLeft > 0
                           COMPUTE wsPenDue = PN-AMOUNT - PN-PAID
                           IF wsPenLeft < wsPenDue
                               MOVE wsPenLeft TO wsPenDue
                           END-IF
                           ADD wsPenDue TO PN-PAID
                           SUBTRACT wsPenDue FROM wsPenLeft
                           IF PN-PAID = PN-AMOUNT
                               SET PN-IS-PAID TO TRUE
                           END-IF
                       END-IF
                       MOVE LOAN-PEN-REC TO LOAN-PEN-WORK-REC
                       WRITE LOAN-PEN-WORK-REC
               END-READ
           END-PERFORM
           CLOSE LOAN-PEN-FILE
           CLOSE LOAN-PEN-WORK-FILE
           MOVE "N" TO wsEOF

           OPEN INPUT LOAN-PEN-WORK-FILE
           OPEN OUTPUT LOAN-PEN-FILE
           PERFORM UNTIL wsEOF = "Y"
               READ LOAN-PEN-WORK-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       MOVE LOAN-PEN-WORK-REC TO LOAN-PEN-REC
                       WRITE LOAN-PEN-REC
               END-READ
           END-PERFORM
           CLOSE LOAN-PEN-WORK-FILE
           CLOSE LOAN-PEN-FILE
           MOVE "N" TO wsEOF.

      *> The position file copies through the work file with this
      *> loan's record replaced (or appended when it never paid
      *> before), STUMAINT's copy-pass pattern.
               MOVE wsBalance TO LB-BALANCE
               MOVE wsPaidNum TO LB-PAIDNUM
               MOVE wsLastDate TO LB-LASTDATE
               MOVE 0 TO LB-FINALSTMT
               WRITE LOAN-BAL-REC
           END-IF
           CLOSE LOAN-BAL-WORK-FILE
           CLOSE LOAN-BAL-FILE
           MOVE "N" TO wsEOF.

       DELINQUENCY-REPORT.
           move "Loan Delinquency Aging" to WS-RPT-TITLE
           perform PRINT-REPORT-HEADER
                   " not aged."
               EXIT PARAGRAPH
           END-IF
           MOVE wsToday TO wsAgeAsOf
           MOVE wsPaidNum TO wsAgePaidNum
           perform AGE-LOAN-ARREARS
           IF wsBehind = 0
               EXIT PARAGRAPH
           END-IF

           ADD wsOverdue TO totOverdue
           EVALUATE TRUE
               WHEN wsBehind = 1
                   ADD wsOverdue TO tot30
               WHEN wsBehind = 2
                   ADD wsOverdue TO tot60
               WHEN OTHER
                   ADD wsOverdue TO tot90
           END-EVALUATE

           MOVE wsOverdue TO dispOverdue
