      *> Loan aging paragraphs (working storage in LOANAGWS.cpy).
      *> The scheduled monthly payment, the same formula and guards
      *> ITR11 applies.
       COMPUTE-SCHED-PAYMENT.
           MOVE LN-PRINCIPAL TO principal
           MOVE LN-RATE TO annualRate
           MOVE LN-TERM TO termMonths
           compute monthlyRate = annualRate / 12 / 100
           if monthlyRate = 0
               compute schedPayment rounded =
                   principal / termMonths
           else
               compute growthFactor =
                   (1 + monthlyRate) ** termMonths
               compute paymentNumer =
                   principal * monthlyRate * growthFactor
               compute paymentDenom = growthFactor - 1
               compute schedPayment rounded =
                   paymentNumer / paymentDenom
           end-if.

      *> Installments expected from LN-STARTDATE through the month
      *> of wsAgeAsOf (never more than the term) against the
      *> installments paid; the shortfall is priced at the
      *> scheduled payment and bucketed by how many are behind.
       AGE-LOAN-ARREARS.
           MOVE 0 TO wsOverdue
           MOVE SPACES TO wsBucketTag
           MOVE wsAgeAsOf(1:4) TO wsAgeYr
           MOVE wsAgeAsOf(5:2) TO wsAgeMo
           MOVE LN-STARTDATE(1:4) TO wsStartYr
           MOVE LN-STARTDATE(5:2) TO wsStartMo
           COMPUTE wsExpected =
               (wsAgeYr - wsStartYr) * 12
               + wsAgeMo - wsStartMo + 1
           IF wsExpected > LN-TERM
               MOVE LN-TERM TO wsExpected
           END-IF
           IF wsExpected < 0
               MOVE 0 TO wsExpected
           END-IF

           COMPUTE wsBehind = wsExpected - wsAgePaidNum
           IF wsBehind <= 0
               MOVE 0 TO wsBehind
               EXIT PARAGRAPH
           END-IF

           perform COMPUTE-SCHED-PAYMENT
           COMPUTE wsOverdue ROUNDED = wsBehind * schedPayment
           EVALUATE TRUE
               WHEN wsBehind = 1
                   MOVE "30" TO wsBucketTag
               WHEN wsBehind = 2
                   MOVE "60" TO wsBucketTag
               WHEN OTHER
                   MOVE "90+" TO wsBucketTag
           END-EVALUATE.

      *> Installment n falls n - 1 months after the first, on the
      *> same day -- the month end when the month is shorter.
       INSTALLMENT-DUE-DATE.
           MOVE LN-STARTDATE(1:4) TO wsInstYr
           MOVE LN-STARTDATE(5:2) TO wsInstMo
           MOVE LN-STARTDATE(7:2) TO wsInstDay
           COMPUTE wsInstMonths = wsInstYr * 12
               + wsInstMo - 1 + wsInstNo - 1
           DIVIDE wsInstMonths BY 12 GIVING wsInstYr
               REMAINDER wsInstMo
           ADD 1 TO wsInstMo
           COMPUTE wsInstDue = wsInstYr * 10000 + wsInstMo * 100
               + wsInstDay
           PERFORM UNTIL FUNCTION TEST-DATE-YYYYMMDD(wsInstDue) = 0
               SUBTRACT 1 FROM wsInstDue
           END-PERFORM.
