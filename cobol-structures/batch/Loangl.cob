      *> Month-end interest accrual and GL feed for the loan book,
      *> which until now reached the ledger nowhere and earned
      *> interest only when a payment posted. For the month entered,
      *> every loan's interest is accrued from its last payment on or
      *> before the month end (the start date when nothing has paid)
      *> to the month end, at LN-RATE spread over thirty-day months
      *> the way LOANQUOT quotes a payoff, on the balance the loan
      *> stood at that day. The accrual goes on the register
      *> (LOANACR.DAT), and only its movement on the loan's previous
      *> accrual is booked, so interest a later payment collects is
      *> not taken to income twice. The month's GL batch goes on
      *> GLLOAN.DAT, numbered off GLBCTL.DAT and registered on
      *> GLBATCH.DAT like the other extracts: the principal of every
      *> loan fallen due by the month end and not yet booked as lent
      *> (the whole opening book, the first time), the accrual
      *> against interest income, and the interest, principal and
      *> penalties collected by the payments dated in the month, so
      *> the GL loan account carries the portfolio. Before any of
      *> it is cut the portfolio is proven -- principal lent less all
      *> principal collected on LOANPAY.DAT must equal the sum of
      *> LOANBAL.DAT (the full principal for a loan never paid) --
      *> and a book that does not prove sends the GL nothing. A
      *> month already on the register is not run again, and no
      *> month is run while the batch already on GLLOAN.DAT has not
      *> reached the ledger journal through GLACK and GLAPPLY.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANGL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOANS-FILE ASSIGN TO "LOANS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsLnStatus.

           SELECT LOAN-PAY-FILE ASSIGN TO "LOANPAY.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsLpStatus.

           SELECT LOAN-BAL-FILE ASSIGN TO "LOANBAL.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsLbStatus.

           SELECT LOAN-ACR-FILE ASSIGN TO "LOANACR.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsLrStatus.

           SELECT LOAN-ACR-WORK-FILE ASSIGN TO "LOANACWK.DAT"
               ORGANIZATION LINE SEQUENTIAL.

           SELECT GL-POST-FILE ASSIGN TO "GLLOAN.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsGlStatus.

           SELECT GL-BATCH-FILE ASSIGN TO "GLBATCH.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsGbStatus.

           SELECT GL-BATCH-CTL-FILE ASSIGN TO "GLBCTL.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsGbcStatus.

           SELECT GL-JOURNAL-FILE ASSIGN TO "GLJRNL.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsJlStatus.

       DATA DIVISION.
           FILE SECTION.
           FD LOANS-FILE.
           COPY LOANS.

           FD LOAN-PAY-FILE.
           COPY LOANPAY.

           FD LOAN-BAL-FILE.
           COPY LOANBAL.

           FD LOAN-ACR-FILE.
           COPY LOANACR.

      *> Cut wider than the 59-byte register line so the month's
      *> lines can never be shaved on their way to the register.
           FD LOAN-ACR-WORK-FILE.
           01 LOAN-ACR-WORK-REC PIC X(80).

           FD GL-POST-FILE.
           COPY GLPOST.

           FD GL-BATCH-FILE.
           COPY GLBATCH.

           FD GL-BATCH-CTL-FILE.
           01 GL-BATCH-CTL-REC.
               05 GC-NEXT-BATCH PIC 9(4).

           FD GL-JOURNAL-FILE.
           COPY GLJRNL.

           WORKING-STORAGE SECTION.
           01 wsEOF pic X value "N".
           01 wsSubEOF pic X.
           01 wsLnStatus pic X(2).
           01 wsLpStatus pic X(2).
           01 wsLbStatus pic X(2).
           01 wsLrStatus pic X(2).
           01 wsGlStatus pic X(2).
           01 wsGbStatus pic X(2).
           01 wsGbcStatus pic X(2).

           01 wsAcrMonth pic 9(6).
           01 wsMonthStart pic 9(8).
           01 wsNextStart pic 9(8).
           01 wsMonthEnd pic 9(8).
           01 wsEndInt pic 9(8).
           01 wsFromInt pic 9(8).
           01 wsRunDone pic X value "N".
           01 wsRunBatch pic 9(4).

      *> One loan's history off LOANPAY: principal collected ever,
      *> and to the month end, the last payment on or before it,
      *> and what the month's own payments brought in.
           01 wsPrinEver pic 9(9)v99.
           01 wsPrinToEnd pic 9(9)v99.
           01 wsLastDate pic 9(8).
           01 wsMonPrin pic 9(9)v99.
           01 wsMonInt pic 9(9)v99.
           01 wsMonPen pic 9(9)v99.

           01 wsBalance pic 9(9)v99.
           01 wsEndBalance pic 9(9)v99.
           01 wsAccrDays pic S9(5).
           01 accruedInt pic 9(7)v99.
           01 prevAccrued pic 9(7)v99.
           01 wsPrevMonth pic 9(6).
           01 bookedInt pic S9(7)v99.
           01 wsLentBefore pic X.
           01 lentAmt pic 9(9)v99.
           01 monthlyRate pic 9(3)v9(6) comp-3.
           01 dailyRate pic 9(3)v9(8) comp-3.

           01 totLoans pic 9(5) value 0.
           01 totAccrued pic 9(9)v99 value 0.
           01 totBooked pic S9(9)v99 value 0.
           01 totPrin pic 9(9)v99 value 0.
           01 totInt pic 9(9)v99 value 0.
           01 totPen pic 9(9)v99 value 0.
           01 totLent pic 9(9)v99 value 0.
           01 wsLentLeft pic 9(9)v99.
           01 totBook pic 9(11)v99 value 0.
           01 totLedger pic 9(11)v99 value 0.
           01 wsProofDiff pic S9(11)v99.

           01 wsGlAccount pic X(8).
           01 wsGlDrCr pic X.
           01 wsGlWorkAmt pic S9(7)v99.
           01 wsNextGlBatch pic 9(4).
           01 wsGlLineCount pic 9(6) value 0.
           01 wsGlHashTotal pic 9(11)v99 value 0.
           01 wsGlAbsAmount pic 9(8)v99.
           01 wsGlOpen pic X value "N".

           01 dispMoney pic $ZZZ,ZZZ,ZZ9.99.
           01 dispSigned pic $ZZZ,ZZZ,ZZ9.99-.
           01 dispBook pic $ZZ,ZZZ,ZZZ,ZZ9.99.
           01 dispDays pic ZZZZ9.
           01 dispCount pic ZZ,ZZ9.

           COPY NUMCHECK.
           COPY RPTHDR.
           COPY GLCHKWS.

       PROCEDURE DIVISION.

           move "N" to WS-VALID-OK
           perform until VALID-NUMERIC-INPUT
               display "Enter accrual month (YYYYMM): "
                   with no advancing
               accept WS-VALID-BUFFER
               perform VALIDATE-NUMERIC-INPUT
           end-perform
           compute wsAcrMonth = function numval(WS-VALID-BUFFER)
           IF wsAcrMonth(5:2) < "01" OR wsAcrMonth(5:2) > "12"
               display "Month " wsAcrMonth " is not a calendar"
                   " month -- nothing accrued."
               STOP RUN
           END-IF

           COMPUTE wsMonthStart = wsAcrMonth * 100 + 1
           IF wsAcrMonth(5:2) = "12"
               COMPUTE wsNextStart =
                   (wsAcrMonth + 89) * 100 + 1
           ELSE
               COMPUTE wsNextStart = (wsAcrMonth + 1) * 100 + 1
           END-IF
           COMPUTE wsEndInt =
               FUNCTION INTEGER-OF-DATE(wsNextStart) - 1
           COMPUTE wsMonthEnd = FUNCTION DATE-OF-INTEGER(wsEndInt)

           perform CHECK-MONTH-NOT-RUN
           IF wsRunDone = "Y"
               display "Month " wsAcrMonth " is already accrued"
                   " (GL batch " wsRunBatch ") -- nothing accrued."
               STOP RUN
           END-IF

           perform CHECK-PRIOR-GL-BATCH
           IF wsPriorOpen = "Y"
               IF wsPriorStatus = "R"
                   display "Loan batch " wsPriorBatch
                       " on GLLOAN.DAT was rejected by the GL side"
                       " -- settle it before another batch is cut."
               ELSE
                   display "Loan batch " wsPriorBatch
                       " on GLLOAN.DAT is not on the ledger journal"
                       " yet -- run GLACK and GLAPPLY first."
               END-IF
               display "Nothing accrued."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT LOANS-FILE
           IF wsLnStatus NOT = "00"
               display "LOANS.DAT not on file -- nothing accrued."
               STOP RUN
           END-IF

           move "Loan Interest Accrual and GL Feed" to WS-RPT-TITLE
           perform PRINT-REPORT-HEADER
           display "Month ending " wsMonthEnd
           display "LOAN   BORROWER              BALANCE AT END  DAYS"
               "        ACCRUED         BOOKED"

           OPEN OUTPUT LOAN-ACR-WORK-FILE
           PERFORM UNTIL wsEOF = "Y"
               READ LOANS-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       perform ACCRUE-ONE-LOAN
               END-READ
           END-PERFORM
           CLOSE LOANS-FILE
           CLOSE LOAN-ACR-WORK-FILE
           MOVE "N" TO wsEOF

           perform SHOW-TOTALS

           COMPUTE wsProofDiff = totBook - totLedger
           IF wsProofDiff NOT = 0
               MOVE wsProofDiff TO dispSigned
               display "PORTFOLIO DOES NOT PROVE -- off by "
                   dispSigned
               display "LOANPAY.DAT and LOANBAL.DAT disagree;"
                   " no GL batch cut and nothing accrued."
               perform PRINT-REPORT-FOOTER
               STOP RUN
           END-IF
           display "Portfolio proves to LOANBAL.DAT."

           perform WRITE-LOAN-GL-BATCH
           perform REGISTER-ACCRUALS

           IF wsGlOpen = "Y"
               display "Loan book is GL batch " wsNextGlBatch
                   " on GLLOAN.DAT."
           ELSE
               display "Nothing moved this month -- no GL batch"
                   " cut."
           END-IF
           perform PRINT-REPORT-FOOTER.

       STOP RUN.

           COPY NUMCHKPR.
           COPY RPTHDRPR.
           COPY GLCHKPR.

       CHECK-MONTH-NOT-RUN.
           MOVE "N" TO wsRunDone
           MOVE "N" TO wsSubEOF
           OPEN INPUT LOAN-ACR-FILE
           IF wsLrStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL wsSubEOF = "Y"
               READ LOAN-ACR-FILE
                   AT END
                       MOVE "Y" TO wsSubEOF
                   NOT AT END
                       IF LR-MONTH = wsAcrMonth
                           MOVE "Y" TO wsRunDone
                           MOVE LR-BATCHNO TO wsRunBatch
                           MOVE "Y" TO wsSubEOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOAN-ACR-FILE.

       ACCRUE-ONE-LOAN.
           ADD 1 TO totLoans
           perform LOAD-PAYMENT-HISTORY
           perform LOAD-LOAN-BALANCE
           COMPUTE totBook = totBook + LN-PRINCIPAL - wsPrinEver
           ADD wsBalance TO totLedger
           ADD wsMonPrin TO totPrin
           ADD wsMonInt TO totInt
           ADD wsMonPen TO totPen

           COMPUTE wsEndBalance = LN-PRINCIPAL - wsPrinToEnd
           MOVE 0 TO wsAccrDays
           MOVE 0 TO accruedInt
           IF LN-STARTDATE IS NUMERIC AND LN-STARTDATE NOT = 0
               AND wsEndBalance > 0
               IF wsLastDate = 0
                   MOVE LN-STARTDATE TO wsLastDate
               END-IF
               COMPUTE wsFromInt =
                   FUNCTION INTEGER-OF-DATE(wsLastDate)
               COMPUTE wsAccrDays = wsEndInt - wsFromInt
               IF wsAccrDays < 0
                   MOVE 0 TO wsAccrDays
               END-IF
               compute monthlyRate = LN-RATE / 12 / 100
               compute dailyRate = monthlyRate / 30
               COMPUTE accruedInt ROUNDED =
                   wsEndBalance * dailyRate * wsAccrDays
           END-IF

           perform LOAD-PREVIOUS-ACCRUAL
           COMPUTE bookedInt = accruedInt - prevAccrued
           ADD accruedInt TO totAccrued
           ADD bookedInt TO totBooked

           MOVE 0 TO lentAmt
           IF wsLentBefore = "N" AND LN-STARTDATE IS NUMERIC
               AND LN-STARTDATE NOT = 0
               AND LN-STARTDATE <= wsMonthEnd
               MOVE LN-PRINCIPAL TO lentAmt
               ADD lentAmt TO totLent
           END-IF

           MOVE SPACES TO LOAN-ACR-REC
           MOVE LN-ID TO LR-ID
           MOVE wsAcrMonth TO LR-MONTH
           MOVE wsLastDate TO LR-FROMDATE
           MOVE wsAccrDays TO LR-DAYS
           MOVE wsEndBalance TO LR-BALANCE
           MOVE accruedInt TO LR-ACCRUED
           MOVE bookedInt TO LR-BOOKED
           MOVE 0 TO LR-BATCHNO
           MOVE lentAmt TO LR-LENT
           MOVE LOAN-ACR-REC TO LOAN-ACR-WORK-REC
           WRITE LOAN-ACR-WORK-REC

           MOVE wsEndBalance TO dispMoney
           MOVE wsAccrDays TO dispDays
           display LN-ID " " LN-BORROWER " " dispMoney " " dispDays
               with no advancing
           MOVE accruedInt TO dispMoney
           MOVE bookedInt TO dispSigned
           display " " dispMoney " " dispSigned.

      *> Payments dated after the month end do not move the month's
      *> accrual, but every payment counts toward the proof, since
      *> LOANBAL holds the position as it stands today.
       LOAD-PAYMENT-HISTORY.
           MOVE 0 TO wsPrinEver
           MOVE 0 TO wsPrinToEnd
           MOVE 0 TO wsLastDate
           MOVE 0 TO wsMonPrin
           MOVE 0 TO wsMonInt
           MOVE 0 TO wsMonPen
           MOVE "N" TO wsSubEOF
           OPEN INPUT LOAN-PAY-FILE
           IF wsLpStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL wsSubEOF = "Y"
               READ LOAN-PAY-FILE
                   AT END
                       MOVE "Y" TO wsSubEOF
                   NOT AT END
                       IF LP-ID = LN-ID
                           perform TAKE-ONE-PAYMENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOAN-PAY-FILE.

       TAKE-ONE-PAYMENT.
           ADD LP-PRINCIPAL TO wsPrinEver
           IF LP-DATE > wsMonthEnd
               EXIT PARAGRAPH
           END-IF
           ADD LP-PRINCIPAL TO wsPrinToEnd
           IF LP-DATE > wsLastDate
               MOVE LP-DATE TO wsLastDate
           END-IF
           IF LP-DATE >= wsMonthStart
               ADD LP-PRINCIPAL TO wsMonPrin
               ADD LP-INTEREST TO wsMonInt
               IF LP-PENALTY IS NUMERIC
                   ADD LP-PENALTY TO wsMonPen
               END-IF
           END-IF.

      *> The loan's position on LOANBAL; a loan never paid has no
      *> record there and stands at its full principal.
       LOAD-LOAN-BALANCE.
           MOVE LN-PRINCIPAL TO wsBalance
           MOVE "N" TO wsSubEOF
           OPEN INPUT LOAN-BAL-FILE
           IF wsLbStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL wsSubEOF = "Y"
               READ LOAN-BAL-FILE
                   AT END
                       MOVE "Y" TO wsSubEOF
                   NOT AT END
                       IF LB-ID = LN-ID
                           MOVE LB-BALANCE TO wsBalance
                           MOVE "Y" TO wsSubEOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOAN-BAL-FILE.

      *> The loan's most recent accrual before this month; nothing
      *> on the register means nothing is receivable yet. Any line
      *> of the loan's, whatever its month, that booked it as lent
      *> keeps it from being lent twice.
       LOAD-PREVIOUS-ACCRUAL.
           MOVE 0 TO prevAccrued
           MOVE 0 TO wsPrevMonth
           MOVE "N" TO wsLentBefore
           MOVE "N" TO wsSubEOF
           OPEN INPUT LOAN-ACR-FILE
           IF wsLrStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL wsSubEOF = "Y"
               READ LOAN-ACR-FILE
                   AT END
                       MOVE "Y" TO wsSubEOF
                   NOT AT END
                       IF LR-ID = LN-ID AND LR-MONTH < wsAcrMonth
                           AND LR-MONTH >= wsPrevMonth
                           MOVE LR-ACCRUED TO prevAccrued
                           MOVE LR-MONTH TO wsPrevMonth
                       END-IF
                       IF LR-ID = LN-ID AND LR-LENT IS NUMERIC
                           AND LR-LENT > 0
                           MOVE "Y" TO wsLentBefore
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOAN-ACR-FILE.

       SHOW-TOTALS.
           display " "
           MOVE totLoans TO dispCount
           display "Loans on the book:          " dispCount
           MOVE totAccrued TO dispMoney
           display "Interest receivable at end: " dispMoney
           MOVE totBooked TO dispSigned
           display "Accrual booked this month:  " dispSigned
           MOVE totInt TO dispMoney
           display "Interest collected:         " dispMoney
           MOVE totPrin TO dispMoney
           display "Principal collected:        " dispMoney
           MOVE totPen TO dispMoney
           display "Penalties collected:        " dispMoney
           MOVE totLent TO dispMoney
           display "Principal lent, booked now: " dispMoney
           MOVE totBook TO dispBook
           display "Portfolio (lent less paid): " dispBook
           MOVE totLedger TO dispBook
           display "Sum of LOANBAL.DAT:         " dispBook.

      *> Balanced pairs, as every extract sends them: principal
      *> lent onto the loan account against cash, the accrual
      *> movement against interest income (reversed when the
      *> receivable fell), then the month's collections against
      *> the loans, interest income and penalty income, so the
      *> loan account stands at the proven portfolio. A detail
      *> line holds under ten million, so an opening book larger
      *> than that goes over as several lent pairs. The batch
      *> opens with the first pair that has an amount, so a month
      *> where nothing moved sends the GL nothing.
       WRITE-LOAN-GL-BATCH.
           MOVE totLent TO wsLentLeft
           PERFORM UNTIL wsLentLeft = 0
               IF wsLentLeft > 9999999.99
                   MOVE 9999999.99 TO wsGlWorkAmt
               ELSE
                   MOVE wsLentLeft TO wsGlWorkAmt
               END-IF
               SUBTRACT wsGlWorkAmt FROM wsLentLeft
               MOVE "1300LOAN" TO wsGlAccount
               MOVE "D" TO wsGlDrCr
               perform WRITE-GL-DETAIL
               MOVE "1000CASH" TO wsGlAccount
               MOVE "C" TO wsGlDrCr
               perform WRITE-GL-DETAIL
           END-PERFORM
           IF totBooked > 0
               MOVE totBooked TO wsGlWorkAmt
               MOVE "1310LINT" TO wsGlAccount
               MOVE "D" TO wsGlDrCr
               perform WRITE-GL-DETAIL
               MOVE "4300LINT" TO wsGlAccount
               MOVE "C" TO wsGlDrCr
               perform WRITE-GL-DETAIL
           END-IF
           IF totBooked < 0
               COMPUTE wsGlWorkAmt = 0 - totBooked
               MOVE "4300LINT" TO wsGlAccount
               MOVE "D" TO wsGlDrCr
               perform WRITE-GL-DETAIL
               MOVE "1310LINT" TO wsGlAccount
               MOVE "C" TO wsGlDrCr
               perform WRITE-GL-DETAIL
           END-IF
           IF totInt > 0
               MOVE totInt TO wsGlWorkAmt
               MOVE "1000CASH" TO wsGlAccount
               MOVE "D" TO wsGlDrCr
               perform WRITE-GL-DETAIL
               MOVE "4300LINT" TO wsGlAccount
               MOVE "C" TO wsGlDrCr
               perform WRITE-GL-DETAIL
           END-IF
           IF totPrin > 0
               MOVE totPrin TO wsGlWorkAmt
               MOVE "1000CASH" TO wsGlAccount
               MOVE "D" TO wsGlDrCr
               perform WRITE-GL-DETAIL
               MOVE "1300LOAN" TO wsGlAccount
               MOVE "C" TO wsGlDrCr
               perform WRITE-GL-DETAIL
           END-IF
           IF totPen > 0
               MOVE totPen TO wsGlWorkAmt
               MOVE "1000CASH" TO wsGlAccount
               MOVE "D" TO wsGlDrCr
               perform WRITE-GL-DETAIL
               MOVE "4310LPEN" TO wsGlAccount
               MOVE "C" TO wsGlDrCr
               perform WRITE-GL-DETAIL
           END-IF
           IF wsGlOpen = "Y"
               perform CLOSE-GL-BATCH
           END-IF.

       OPEN-GL-BATCH.
           MOVE 1 TO wsNextGlBatch
           OPEN INPUT GL-BATCH-CTL-FILE
           IF wsGbcStatus = "00"
               READ GL-BATCH-CTL-FILE
                   NOT AT END
                       MOVE GC-NEXT-BATCH TO wsNextGlBatch
               END-READ
               CLOSE GL-BATCH-CTL-FILE
           END-IF
           OPEN OUTPUT GL-BATCH-CTL-FILE
           COMPUTE GC-NEXT-BATCH = wsNextGlBatch + 1
           WRITE GL-BATCH-CTL-REC
           CLOSE GL-BATCH-CTL-FILE

           OPEN EXTEND GL-BATCH-FILE
           IF wsGbStatus = "35"
               OPEN OUTPUT GL-BATCH-FILE
               CLOSE GL-BATCH-FILE
               OPEN EXTEND GL-BATCH-FILE
           END-IF
           MOVE wsNextGlBatch TO GB-BATCHNO
           MOVE "LOANGL" TO GB-SOURCE
           MOVE wsMonthEnd TO GB-BUSDATE
           MOVE FUNCTION CURRENT-DATE(1:14) TO GB-SENT
           SET GB-IS-SENT TO TRUE
           MOVE SPACES TO GB-REASON
           WRITE GL-BATCH-REC
           CLOSE GL-BATCH-FILE

           MOVE 0 TO wsGlLineCount
           MOVE 0 TO wsGlHashTotal
           OPEN OUTPUT GL-POST-FILE
           MOVE SPACES TO GL-POST-REC
           SET GL-IS-HEADER TO TRUE
           MOVE wsMonthEnd TO GH-BATCH-DATE
           MOVE "LOANGL" TO GH-SOURCE
           MOVE "LOAN BOOK MONTH-END" TO GH-DESC
           MOVE wsNextGlBatch TO GH-BATCHNO
           WRITE GL-POST-REC
           MOVE "Y" TO wsGlOpen.

      *> The loan book goes as one set of lines for the month, so
      *> GD-SNUM carries nothing.
       WRITE-GL-DETAIL.
           IF wsGlOpen = "N"
               perform OPEN-GL-BATCH
           END-IF
           MOVE SPACES TO GL-POST-REC
           SET GL-IS-DETAIL TO TRUE
           MOVE wsGlAccount TO GD-ACCOUNT
           MOVE wsGlDrCr TO GD-DRCR
           MOVE 0 TO GD-SNUM
           MOVE wsGlWorkAmt TO GD-AMOUNT
           WRITE GL-POST-REC
           ADD 1 TO wsGlLineCount
           MOVE GD-AMOUNT TO wsGlAbsAmount
           IF GD-AMOUNT < 0
               COMPUTE wsGlAbsAmount = 0 - GD-AMOUNT
           END-IF
           ADD wsGlAbsAmount TO wsGlHashTotal.

       CLOSE-GL-BATCH.
           MOVE SPACES TO GL-POST-REC
           SET GL-IS-TRAILER TO TRUE
           MOVE wsGlLineCount TO GT-LINE-COUNT
           MOVE wsGlHashTotal TO GT-HASH-TOTAL
           WRITE GL-POST-REC
           CLOSE GL-POST-FILE.

      *> The month's lines go on the register only once the batch
      *> is cut, stamped with its number (zero when nothing moved).
       REGISTER-ACCRUALS.
           OPEN EXTEND LOAN-ACR-FILE
           IF wsLrStatus = "35"
               OPEN OUTPUT LOAN-ACR-FILE
               CLOSE LOAN-ACR-FILE
               OPEN EXTEND LOAN-ACR-FILE
           END-IF
           OPEN INPUT LOAN-ACR-WORK-FILE
           PERFORM UNTIL wsEOF = "Y"
               READ LOAN-ACR-WORK-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       MOVE LOAN-ACR-WORK-REC TO LOAN-ACR-REC
                       IF wsGlOpen = "Y"
                           MOVE wsNextGlBatch TO LR-BATCHNO
                       END-IF
                       WRITE LOAN-ACR-REC
               END-READ
           END-PERFORM
           CLOSE LOAN-ACR-WORK-FILE
           CLOSE LOAN-ACR-FILE
           MOVE "N" TO wsEOF.
