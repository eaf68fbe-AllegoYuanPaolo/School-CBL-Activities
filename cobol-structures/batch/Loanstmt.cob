      *> Monthly borrower statement, so a borrower's balance goes out on
      *> paper instead of being read off the screen over the telephone.
      *> For a statement month, one page per loan on LOANS.DAT: the
      *> borrower, the original principal, rate and term, every payment
      *> LOANPAY.DAT took in the month with its interest and principal
      *> split as it was posted, the outstanding balance on LOANBAL.DAT,
      *> the next installment with its number and due date, and any
      *> arrears at the month end as LOANPOST's aging counts them (the
      *> same LOANAGPR arithmetic), with the late-payment penalties
      *> LOANPEN charged that are still unpaid. Each payment shows the
      *> part that went to penalties beside its interest and principal.
      *> The position is LOANBAL's as it stands on the run, so the
      *> statements are cut as the month closes. A loan paid down to
      *> nothing gets one final zero-balance statement; the month it
      *> went out is stamped on its LOANBAL record (LB-FINALSTMT) and
      *> the loan gets no page in any later month -- a rerun of the same
      *> month prints it again. The pages go to LOANSTMT.PRT behind a
      *> cover sheet carrying the count, as ARSTMT does, so the mailroom
      *> can prove the envelopes.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANSTMT.

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

           SELECT LOAN-BAL-WORK-FILE ASSIGN TO "LOANSWK.DAT"
               ORGANIZATION LINE SEQUENTIAL.

           SELECT LOAN-PEN-FILE ASSIGN TO "LOANPEN.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsPnStatus.

           SELECT STATEMENT-WORK-FILE ASSIGN TO "LSTMTWK.DAT"
               ORGANIZATION LINE SEQUENTIAL.

           SELECT STATEMENT-PRINT-FILE ASSIGN TO "LOANSTMT.PRT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD LOANS-FILE.
           COPY LOANS.

           FD LOAN-PAY-FILE.
           COPY LOANPAY.

           FD LOAN-BAL-FILE.
           COPY LOANBAL.

      *> Cut wider than the 34-byte position record so the copy
      *> pass can never shave the final-statement month.
           FD LOAN-BAL-WORK-FILE.
           01 LOAN-BAL-WORK-REC PIC X(50).

           FD LOAN-PEN-FILE.
           COPY LOANPEN.

           FD STATEMENT-WORK-FILE.
           01 STATEMENT-WORK-REC PIC X(80).

           FD STATEMENT-PRINT-FILE.
           01 STATEMENT-PRINT-REC PIC X(80).

           WORKING-STORAGE SECTION.
           01 wsEOF pic X value "N".
           01 wsFileEOF pic X.
           01 wsLnStatus pic X(2).
           01 wsLpStatus pic X(2).
           01 wsLbStatus pic X(2).

           01 wsStmtMonth pic 9(6).
           01 wsMonthStart pic 9(8).
           01 wsNextStart pic 9(8).
           01 wsMonthEnd pic 9(8).
           01 wsEndInt pic 9(8).

      *> One loan's figures, rebuilt for every page.
           01 wsBalFound pic X.
           01 wsBalance pic 9(9)v99.
           01 wsPaidNum pic 9(3).
           01 wsFinalStmt pic 9(6).
           01 wsIsFinal pic X.
           01 wsPayCount pic 9(3).
           01 wsPaidIn pic 9(9)v99.
           01 wsInterestIn pic 9(9)v99.
           01 wsPrincipalIn pic 9(9)v99.
           01 wsPenaltyIn pic 9(9)v99.
           01 wsPayPenalty pic 9(7)v99.

      *> The next installment: its number, due date and amount.
           01 wsNextNo pic 9(3).
           01 wsNextDue pic 9(8).
           01 wsNextInterest pic 9(9)v99.
           01 wsNextAmount pic 9(9)v99.

      *> Paid-off loans whose final statement is in this run, for
      *> the stamp on LOANBAL once the pages are cut.
           01 wsFinalCount pic 9(4) value 0.
           01 wsFinalMax pic 9(4) value 500.
           01 wsFinalTable.
               05 wsFinalId OCCURS 500 TIMES PIC X(6).
           01 fnIdx pic 9(4).
           01 wsStampIt pic X.

           01 wsStmtCount pic 9(6) value 0.
           01 wsStmtFinals pic 9(6) value 0.
           01 wsStmtTotal pic 9(11)v99 value 0.
           01 wsStmtLine pic X(80).

           01 dispMoney pic $ZZZ,ZZZ,ZZ9.99.
           01 dispInterest pic $ZZZ,ZZZ,ZZ9.99.
           01 dispPrincipal pic $ZZZ,ZZZ,ZZ9.99.
           01 dispPenalty pic ZZZ,ZZ9.99.
           01 dispTotal pic $ZZ,ZZZ,ZZZ,ZZ9.99.
           01 dispRate pic ZZ9.99.
           01 dispBehind pic ZZ9.
           01 dispCount pic ZZZ,ZZ9.

           COPY NUMCHECK.
           COPY RPTHDR.
           COPY LOANAGWS.
           COPY LPENWS.

       PROCEDURE DIVISION.

           move "N" to WS-VALID-OK
           perform until VALID-NUMERIC-INPUT
               display "Enter statement month (YYYYMM): "
                   with no advancing
               accept WS-VALID-BUFFER
               perform VALIDATE-NUMERIC-INPUT
           end-perform
           compute wsStmtMonth = function numval(WS-VALID-BUFFER)
           IF wsStmtMonth(5:2) < "01" OR wsStmtMonth(5:2) > "12"
               display "Month " wsStmtMonth " is not a calendar"
                   " month -- no statements cut."
               STOP RUN
           END-IF

           COMPUTE wsMonthStart = wsStmtMonth * 100 + 1
           IF wsStmtMonth(5:2) = "12"
               COMPUTE wsNextStart =
                   (wsStmtMonth + 89) * 100 + 1
           ELSE
               COMPUTE wsNextStart = (wsStmtMonth + 1) * 100 + 1
           END-IF
           COMPUTE wsEndInt =
               FUNCTION INTEGER-OF-DATE(wsNextStart) - 1
           COMPUTE wsMonthEnd = FUNCTION DATE-OF-INTEGER(wsEndInt)

           OPEN INPUT LOANS-FILE
           IF wsLnStatus NOT = "00"
               display "LOANS.DAT not on file -- no statements cut."
               STOP RUN
           END-IF

           move "Borrower Statements" to WS-RPT-TITLE
           perform PRINT-REPORT-HEADER
           display "Statement month " wsStmtMonth
               " (" wsMonthStart " to " wsMonthEnd ")"

      *> The pages build on a work file first, so the cover sheet
      *> can lead the print file with the count already known.
           OPEN OUTPUT STATEMENT-WORK-FILE
           PERFORM UNTIL wsEOF = "Y"
               READ LOANS-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       perform BUILD-ONE-STATEMENT
               END-READ
           END-PERFORM
           CLOSE STATEMENT-WORK-FILE
           CLOSE LOANS-FILE

           IF wsFinalCount > 0
               perform STAMP-FINAL-STATEMENTS
           END-IF
           perform PRINT-STATEMENT-FILE

           MOVE wsStmtCount TO dispCount
           display "Statements cut:    " dispCount
           MOVE wsStmtFinals TO dispCount
           display "  of them final:   " dispCount
           MOVE wsStmtTotal TO dispTotal
           display "Balances:       " dispTotal
           display "Pages are on LOANSTMT.PRT behind the cover"
               " sheet."
           perform PRINT-REPORT-FOOTER.

       STOP RUN.

           COPY NUMCHKPR.
           COPY RPTHDRPR.
           COPY LOANAGPR.
           COPY LPENPR.

      *> The loan's position: from LOANBAL when it has paid
      *> before, otherwise the original principal untouched.
       LOAD-LOAN-POSITION.
           MOVE "N" TO wsBalFound
           MOVE LN-PRINCIPAL TO wsBalance
           MOVE 0 TO wsPaidNum
           MOVE 0 TO wsFinalStmt
           MOVE "N" TO wsFileEOF
           OPEN INPUT LOAN-BAL-FILE
           IF wsLbStatus NOT = "00"
               MOVE "Y" TO wsFileEOF
           END-IF
           PERFORM UNTIL wsFileEOF = "Y"
               READ LOAN-BAL-FILE
                   AT END
                       MOVE "Y" TO wsFileEOF
                   NOT AT END
                       IF LB-ID = LN-ID
                           MOVE "Y" TO wsBalFound
                           MOVE LB-BALANCE TO wsBalance
                           MOVE LB-PAIDNUM TO wsPaidNum
                           IF LB-FINALSTMT IS NUMERIC
                               MOVE LB-FINALSTMT TO wsFinalStmt
                           END-IF
                           MOVE "Y" TO wsFileEOF
                       END-IF
               END-READ
           END-PERFORM
           IF wsLbStatus = "00" OR wsLbStatus = "10"
               CLOSE LOAN-BAL-FILE
           END-IF.

       BUILD-ONE-STATEMENT.
           perform LOAD-LOAN-POSITION
           MOVE "N" TO wsIsFinal
           IF wsBalFound = "Y" AND wsBalance = 0
               IF wsFinalStmt > 0 AND wsFinalStmt < wsStmtMonth
                   EXIT PARAGRAPH
               END-IF
               MOVE "Y" TO wsIsFinal
           END-IF

           ADD 1 TO wsStmtCount
           ADD wsBalance TO wsStmtTotal
           MOVE wsBalance TO dispMoney
           IF wsIsFinal = "Y"
               ADD 1 TO wsStmtFinals
               perform KEEP-FINAL-STATEMENT
               display LN-ID " " LN-BORROWER "  balance " dispMoney
                   "  FINAL"
           ELSE
               display LN-ID " " LN-BORROWER "  balance " dispMoney
           END-IF

           MOVE ALL "=" TO wsStmtLine
           perform WRITE-STATEMENT-LINE
           MOVE SPACES TO wsStmtLine
           STRING "  LOAN STATEMENT            MONTH ENDING "
               wsMonthEnd
               DELIMITED BY SIZE INTO wsStmtLine
           perform WRITE-STATEMENT-LINE
           MOVE SPACES TO wsStmtLine
           STRING "  LOAN " LN-ID "  " LN-BORROWER
               DELIMITED BY SIZE INTO wsStmtLine
           perform WRITE-STATEMENT-LINE
           MOVE LN-PRINCIPAL TO dispMoney
           MOVE LN-RATE TO dispRate
           MOVE SPACES TO wsStmtLine
           STRING "  ORIGINAL PRINCIPAL " dispMoney
               "  RATE " dispRate "%  TERM " LN-TERM " MONTHS"
               DELIMITED BY SIZE INTO wsStmtLine
           perform WRITE-STATEMENT-LINE
           MOVE ALL "-" TO wsStmtLine
           perform WRITE-STATEMENT-LINE
           MOVE "  DATE              PAYMENT        INTEREST"
               & "       PRINCIPAL     PENALTY" TO wsStmtLine
           perform WRITE-STATEMENT-LINE

           perform LIST-MONTH-PAYMENTS
           IF wsPayCount = 0
               MOVE "  NO PAYMENTS RECEIVED THIS MONTH" TO wsStmtLine
               perform WRITE-STATEMENT-LINE
           ELSE
               MOVE wsPaidIn TO dispMoney
               MOVE wsInterestIn TO dispInterest
               MOVE wsPrincipalIn TO dispPrincipal
               MOVE wsPenaltyIn TO dispPenalty
               MOVE SPACES TO wsStmtLine
               STRING "  TOTAL     " dispMoney " " dispInterest " "
                   dispPrincipal " " dispPenalty
                   DELIMITED BY SIZE INTO wsStmtLine
               perform WRITE-STATEMENT-LINE
           END-IF

           MOVE ALL "-" TO wsStmtLine
           perform WRITE-STATEMENT-LINE
           MOVE wsBalance TO dispMoney
           MOVE SPACES TO wsStmtLine
           STRING "  OUTSTANDING BALANCE " dispMoney
               DELIMITED BY SIZE INTO wsStmtLine
           perform WRITE-STATEMENT-LINE

           MOVE LN-ID TO wsPenLoanId
           perform SUM-OPEN-PENALTIES
           IF wsPenOpen > 0
               MOVE wsPenOpen TO dispMoney
               MOVE SPACES TO wsStmtLine
               STRING "  LATE-PAYMENT PENALTIES UNPAID " dispMoney
                   DELIMITED BY SIZE INTO wsStmtLine
               perform WRITE-STATEMENT-LINE
           END-IF

           IF wsIsFinal = "Y"
               MOVE "  FINAL STATEMENT -- THIS LOAN IS PAID IN FULL."
                   TO wsStmtLine
               perform WRITE-STATEMENT-LINE
           ELSE
               perform SHOW-NEXT-INSTALLMENT
               perform SHOW-ARREARS
           END-IF

           MOVE ALL "=" TO wsStmtLine
           perform WRITE-STATEMENT-LINE
           MOVE SPACES TO wsStmtLine
           perform WRITE-STATEMENT-LINE.

       LIST-MONTH-PAYMENTS.
           MOVE 0 TO wsPayCount
           MOVE 0 TO wsPaidIn
           MOVE 0 TO wsInterestIn
           MOVE 0 TO wsPrincipalIn
           MOVE 0 TO wsPenaltyIn
           MOVE "N" TO wsFileEOF
           OPEN INPUT LOAN-PAY-FILE
           IF wsLpStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL wsFileEOF = "Y"
               READ LOAN-PAY-FILE
                   AT END
                       MOVE "Y" TO wsFileEOF
                   NOT AT END
                       IF LP-ID = LN-ID
                           AND LP-DATE NOT < wsMonthStart
                           AND LP-DATE NOT > wsMonthEnd
                           ADD 1 TO wsPayCount
                           ADD LP-AMOUNT TO wsPaidIn
                           ADD LP-INTEREST TO wsInterestIn
                           ADD LP-PRINCIPAL TO wsPrincipalIn
                           MOVE 0 TO wsPayPenalty
                           IF LP-PENALTY IS NUMERIC
                               MOVE LP-PENALTY TO wsPayPenalty
                           END-IF
                           ADD wsPayPenalty TO wsPenaltyIn
                           MOVE LP-AMOUNT TO dispMoney
                           MOVE LP-INTEREST TO dispInterest
                           MOVE LP-PRINCIPAL TO dispPrincipal
                           MOVE wsPayPenalty TO dispPenalty
                           MOVE SPACES TO wsStmtLine
                           STRING "  " LP-DATE "  " dispMoney " "
                               dispInterest " " dispPrincipal " "
                               dispPenalty
                               DELIMITED BY SIZE INTO wsStmtLine
                           perform WRITE-STATEMENT-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOAN-PAY-FILE.

      *> The installment after the last one paid, due as LOANAGPR
      *> dates it. The amount is the scheduled payment, or what
      *> clears the balance when that is less.
       SHOW-NEXT-INSTALLMENT.
           IF LN-STARTDATE IS NOT NUMERIC OR LN-STARTDATE = 0
               MOVE "  NEXT INSTALLMENT -- NO START DATE ON THE BOOK,"
                   & " PLEASE CALL US." TO wsStmtLine
               perform WRITE-STATEMENT-LINE
               EXIT PARAGRAPH
           END-IF
           perform COMPUTE-SCHED-PAYMENT
           COMPUTE wsNextInterest ROUNDED = wsBalance * monthlyRate
           IF wsPaidNum NOT < LN-TERM
               COMPUTE wsNextAmount = wsBalance + wsNextInterest
               MOVE wsNextAmount TO dispMoney
               MOVE SPACES TO wsStmtLine
               STRING "  TERM ENDED -- BALANCE AND INTEREST DUE NOW "
                   dispMoney
                   DELIMITED BY SIZE INTO wsStmtLine
               perform WRITE-STATEMENT-LINE
               EXIT PARAGRAPH
           END-IF

           COMPUTE wsNextNo = wsPaidNum + 1
           MOVE wsNextNo TO wsInstNo
           perform INSTALLMENT-DUE-DATE
           MOVE wsInstDue TO wsNextDue

           MOVE schedPayment TO wsNextAmount
           IF wsBalance + wsNextInterest < schedPayment
               COMPUTE wsNextAmount = wsBalance + wsNextInterest
           END-IF
           MOVE wsNextAmount TO dispMoney
           MOVE SPACES TO wsStmtLine
           STRING "  NEXT INSTALLMENT " wsNextNo " OF " LN-TERM
               " DUE " wsNextDue "  " dispMoney
               DELIMITED BY SIZE INTO wsStmtLine
           perform WRITE-STATEMENT-LINE.

       SHOW-ARREARS.
           IF LN-STARTDATE IS NOT NUMERIC OR LN-STARTDATE = 0
               EXIT PARAGRAPH
           END-IF
           MOVE wsMonthEnd TO wsAgeAsOf
           MOVE wsPaidNum TO wsAgePaidNum
           perform AGE-LOAN-ARREARS
           IF wsBehind = 0
               MOVE "  NO ARREARS -- THE LOAN IS UP TO DATE."
                   TO wsStmtLine
               perform WRITE-STATEMENT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE wsBehind TO dispBehind
           MOVE wsOverdue TO dispMoney
           MOVE SPACES TO wsStmtLine
           STRING "  ARREARS: " dispBehind " INSTALLMENTS UNPAID "
               dispMoney "  (" function trim(wsBucketTag) " DAYS)"
               DELIMITED BY SIZE INTO wsStmtLine
           perform WRITE-STATEMENT-LINE
           MOVE "  PLEASE PAY THE ARREARS WITH YOUR NEXT INSTALLMENT."
               TO wsStmtLine
           perform WRITE-STATEMENT-LINE.

      *> A rerun of the month already stamped needs no second stamp.
       KEEP-FINAL-STATEMENT.
           IF wsFinalStmt = wsStmtMonth
               EXIT PARAGRAPH
           END-IF
           IF wsFinalCount < wsFinalMax
               ADD 1 TO wsFinalCount
               MOVE LN-ID TO wsFinalId(wsFinalCount)
           END-IF.

      *> LOANBAL copies through the work file with this run's final
      *> statements stamped.
       STAMP-FINAL-STATEMENTS.
           MOVE "N" TO wsFileEOF
           OPEN INPUT LOAN-BAL-FILE
           OPEN OUTPUT LOAN-BAL-WORK-FILE
           PERFORM UNTIL wsFileEOF = "Y"
               READ LOAN-BAL-FILE
                   AT END
                       MOVE "Y" TO wsFileEOF
                   NOT AT END
                       MOVE "N" TO wsStampIt
                       PERFORM VARYING fnIdx FROM 1 BY 1
                               UNTIL fnIdx > wsFinalCount
                           IF wsFinalId(fnIdx) = LB-ID
                               MOVE "Y" TO wsStampIt
                           END-IF
                       END-PERFORM
                       IF wsStampIt = "Y"
                           MOVE wsStmtMonth TO LB-FINALSTMT
                       END-IF
                       MOVE LOAN-BAL-REC TO LOAN-BAL-WORK-REC
                       WRITE LOAN-BAL-WORK-REC
               END-READ
           END-PERFORM
           CLOSE LOAN-BAL-FILE
           CLOSE LOAN-BAL-WORK-FILE

           MOVE "N" TO wsFileEOF
           OPEN INPUT LOAN-BAL-WORK-FILE
           OPEN OUTPUT LOAN-BAL-FILE
           PERFORM UNTIL wsFileEOF = "Y"
               READ LOAN-BAL-WORK-FILE
                   AT END
                       MOVE "Y" TO wsFileEOF
                   NOT AT END
                       MOVE LOAN-BAL-WORK-REC TO LOAN-BAL-REC
                       WRITE LOAN-BAL-REC
               END-READ
           END-PERFORM
           CLOSE LOAN-BAL-WORK-FILE
           CLOSE LOAN-BAL-FILE.

       WRITE-STATEMENT-LINE.
           MOVE wsStmtLine TO STATEMENT-WORK-REC
           WRITE STATEMENT-WORK-REC
           MOVE SPACES TO wsStmtLine.

      *> Cover sheet first -- month, statement count, the finals
      *> among them, total of the balances -- then the pages off
      *> the work file.
       PRINT-STATEMENT-FILE.
           OPEN OUTPUT STATEMENT-PRINT-FILE
           MOVE ALL "=" TO STATEMENT-PRINT-REC
           WRITE STATEMENT-PRINT-REC
           MOVE SPACES TO STATEMENT-PRINT-REC
           STRING "  BORROWER STATEMENTS - MONTH " wsStmtMonth
               "   RUN DATE " FUNCTION CURRENT-DATE(1:8)
               DELIMITED BY SIZE INTO STATEMENT-PRINT-REC
           WRITE STATEMENT-PRINT-REC
           MOVE wsStmtCount TO dispCount
           MOVE SPACES TO STATEMENT-PRINT-REC
           STRING "  STATEMENTS IN THIS FILE: " dispCount
               DELIMITED BY SIZE INTO STATEMENT-PRINT-REC
           WRITE STATEMENT-PRINT-REC
           MOVE wsStmtFinals TO dispCount
           MOVE SPACES TO STATEMENT-PRINT-REC
           STRING "  FINAL (PAID IN FULL):    " dispCount
               DELIMITED BY SIZE INTO STATEMENT-PRINT-REC
           WRITE STATEMENT-PRINT-REC
           MOVE wsStmtTotal TO dispTotal
           MOVE SPACES TO STATEMENT-PRINT-REC
           STRING "  TOTAL BALANCES:       " dispTotal
               DELIMITED BY SIZE INTO STATEMENT-PRINT-REC
           WRITE STATEMENT-PRINT-REC
           MOVE ALL "=" TO STATEMENT-PRINT-REC
           WRITE STATEMENT-PRINT-REC
           MOVE SPACES TO STATEMENT-PRINT-REC
           WRITE STATEMENT-PRINT-REC

           MOVE "N" TO wsFileEOF
           OPEN INPUT STATEMENT-WORK-FILE
           PERFORM UNTIL wsFileEOF = "Y"
               READ STATEMENT-WORK-FILE
                   AT END
                       MOVE "Y" TO wsFileEOF
                   NOT AT END
                       MOVE STATEMENT-WORK-REC
                           TO STATEMENT-PRINT-REC
                       WRITE STATEMENT-PRINT-REC
               END-READ
           END-PERFORM
           CLOSE STATEMENT-WORK-FILE
           CLOSE STATEMENT-PRINT-FILE.
