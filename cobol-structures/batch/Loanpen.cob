      *> Late-payment penalties on delinquent loans, kept on a
      *> penalty ledger per loan (LOANPEN.DAT). Mode 1 is the
      *> penalty run, made after each due date: every installment
      *> still unpaid on LOANBAL whose due date plus the staged
      *> PENGRACE grace days has passed by the run date is charged
      *> the staged PENRATE percent of the installment, once -- an
      *> installment already on the ledger is never charged again.
      *> Neither parameter has a default; there is no run until
      *> both are staged. LOANPOST takes incoming payments against
      *> the open penalties before interest and principal, and
      *> LOANQUOT's payoff figure carries what is still unpaid.
      *> Mode 2 is the supervisor's waiver, the class proven
      *> against OPERPROF.DAT the way ARWOFF does it: one open
      *> penalty, by loan and installment, waived with a reason.
      *> Mode 3 lists a loan's penalty ledger.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANPEN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOANS-FILE ASSIGN TO "LOANS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsLnStatus.

           SELECT LOAN-BAL-FILE ASSIGN TO "LOANBAL.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsLbStatus.

           SELECT LOAN-PEN-FILE ASSIGN TO "LOANPEN.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsPnStatus.

           SELECT LOAN-PEN-WORK-FILE ASSIGN TO "LOANPWK.DAT"
               ORGANIZATION LINE SEQUENTIAL.

           SELECT PARAMETER-FILE ASSIGN TO "PARAMS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsPaStatus.

           SELECT OPERATOR-PROFILE-FILE ASSIGN TO "OPERPROF.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsOpStatus.

       DATA DIVISION.
           FILE SECTION.
           FD LOANS-FILE.
           COPY LOANS.

           FD LOAN-BAL-FILE.
           COPY LOANBAL.

           FD LOAN-PEN-FILE.
           COPY LOANPEN.

      *> Cut wider than the 101-byte penalty record so the copy pass
      *> can never shave the waiver reason.
           FD LOAN-PEN-WORK-FILE.
           01 LOAN-PEN-WORK-REC PIC X(120).

           FD PARAMETER-FILE.
           COPY PARAMREC.

           FD OPERATOR-PROFILE-FILE.
           COPY OPERPROF.

           WORKING-STORAGE SECTION.
           01 wsMode pic 9.
           01 wsEOF pic X value "N".
           01 wsLnStatus pic X(2).
           01 wsLbStatus pic X(2).
           01 wsOpStatus pic X(2).

           01 wsOperator pic X(8).
           01 wsIsSuper pic X value "N".
           01 wsProfEOF pic X.

           01 wsToday pic 9(8).
           01 wsRunDate pic 9(8).
           01 wsRunInt pic 9(8).
           01 wsGraceEndInt pic 9(8).

           01 wsPenRate pic 9(3)v99.
           01 wsPenGrace pic 9(3).
           01 wsRateFound pic X value "N".
           01 wsGraceFound pic X value "N".

           01 wsBalance pic 9(9)v99.
           01 wsPaidNum pic 9(3).
           01 wsLoanDone pic X.
           01 wsCharged pic X.
           01 wsChargeCount pic 9(4) value 0.
           01 wsChargeTotal pic 9(9)v99 value 0.

           01 pickLoanId pic X(6).
           01 pickInstNo pic 9(3).
           01 wsWaiveReason pic X(30).
           01 wsFound pic X.
           01 wsFoundOpen pic X.

           01 dispAmount pic $ZZZ,ZZZ,ZZ9.99.
           01 dispPaid pic $ZZZ,ZZZ,ZZ9.99.
           01 dispRate pic ZZ9.99.
           01 dispCount pic Z,ZZ9.

           COPY NUMCHECK.
           COPY RPTHDR.
           COPY PARMWS.
           COPY LOANAGWS.
           COPY LPENWS.

       PROCEDURE DIVISION.

           display "Operator ID: " with no advancing.
           accept wsOperator.
           perform CHECK-OPERATOR-CLASS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO wsToday

           move "Loan Late-Payment Penalties" to WS-RPT-TITLE
           perform PRINT-REPORT-HEADER

           display "1. Penalty run".
           display "2. Waive a penalty (supervisor)".
           display "3. List a loan's penalties".
           display "Select mode: " with no advancing.
           accept wsMode.

           evaluate wsMode
               when 1
                   perform PENALTY-RUN
               when 2
                   perform WAIVE-PENALTY
               when 3
                   perform LIST-PENALTIES
               when other
                   display "Invalid selection."
           end-evaluate.

           perform PRINT-REPORT-FOOTER.

       STOP RUN.

           COPY NUMCHKPR.
           COPY RPTHDRPR.
           COPY PARMPR.
           COPY LOANAGPR.
           COPY LPENPR.

      *> The supervisor class comes off the operator profile, the
      *> same file MENU signs on against; with no profile file on
      *> disk the bootstrap rule MENU uses applies here too.
       CHECK-OPERATOR-CLASS.
           MOVE "N" TO wsIsSuper
           MOVE "N" TO wsProfEOF
           OPEN INPUT OPERATOR-PROFILE-FILE
           IF wsOpStatus NOT = "00"
               display "No operator profile file on disk --"
                   " treating the operator as supervisor."
               MOVE "Y" TO wsIsSuper
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL wsProfEOF = "Y"
               READ OPERATOR-PROFILE-FILE
                   AT END
                       MOVE "Y" TO wsProfEOF
                   NOT AT END
                       IF OP-ID = wsOperator
                           IF OP-SUPERVISOR
                               MOVE "Y" TO wsIsSuper
                           END-IF
                           MOVE "Y" TO wsProfEOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPERATOR-PROFILE-FILE.

      *> PENRATE and PENGRACE have no defaults: no borrower is
      *> charged a penalty nobody set.
       PENALTY-RUN.
           move "N" to WS-VALID-OK
           perform until VALID-NUMERIC-INPUT
               display "Run date (YYYYMMDD): " with no advancing
               accept WS-VALID-BUFFER
               perform VALIDATE-NUMERIC-INPUT
           end-perform
           compute wsRunDate = function numval(WS-VALID-BUFFER)
           IF FUNCTION TEST-DATE-YYYYMMDD(wsRunDate) NOT = 0
               display "Run date " wsRunDate " is not a valid date."
               EXIT PARAGRAPH
           END-IF
           COMPUTE wsRunInt = FUNCTION INTEGER-OF-DATE(wsRunDate)

           MOVE wsRunDate TO wsParmAsOf
           MOVE "PENRATE" TO wsParmName
           perform LOAD-ONE-PARAMETER
           IF wsParmFound = "Y"
               MOVE wsParmValue TO wsPenRate
               MOVE "Y" TO wsRateFound
           END-IF
           MOVE "PENGRACE" TO wsParmName
           perform LOAD-ONE-PARAMETER
           IF wsParmFound = "Y"
               MOVE wsParmValue TO wsPenGrace
               MOVE "Y" TO wsGraceFound
           END-IF
           IF wsRateFound = "N" OR wsGraceFound = "N"
               display "PENRATE and PENGRACE must both be staged on"
                   " PARAMS.DAT before penalties are charged."
               EXIT PARAGRAPH
           END-IF
           MOVE wsPenRate TO dispRate
           display "Penalty " dispRate "% of the installment, "
               wsPenGrace " days' grace."

           move "N" to wsEOF
           OPEN INPUT LOANS-FILE
           IF wsLnStatus NOT = "00"
               display "No loans on file."
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL wsEOF = "Y"
               READ LOANS-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       IF LN-STARTDATE IS NUMERIC
                               AND LN-STARTDATE NOT = 0
                           PERFORM CHARGE-ONE-LOAN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOANS-FILE
           MOVE "N" TO wsEOF

           MOVE wsChargeCount TO dispCount
           MOVE wsChargeTotal TO dispAmount
           display "Penalties charged: " dispCount " totalling "
               dispAmount.

      *> The loan's position: from LOANBAL when it has paid
      *> anything, otherwise the full principal with nothing paid.
       LOAD-LOAN-POSITION.
           MOVE LN-PRINCIPAL TO wsBalance
           MOVE 0 TO wsPaidNum
           MOVE "N" TO wsLoanDone
           OPEN INPUT LOAN-BAL-FILE
           IF wsLbStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL wsLoanDone = "Y"
               READ LOAN-BAL-FILE
                   AT END
                       MOVE "Y" TO wsLoanDone
                   NOT AT END
                       IF LB-ID = LN-ID
                           MOVE LB-BALANCE TO wsBalance
                           MOVE LB-PAIDNUM TO wsPaidNum
                           MOVE "Y" TO wsLoanDone
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOAN-BAL-FILE.

      *> Installments fall due in order and are paid in order, so
      *> the unpaid ones start after LB-PAIDNUM; the first one still
      *> inside its grace period ends the loan's turn.
       CHARGE-ONE-LOAN.
           perform LOAD-LOAN-POSITION
           IF wsBalance = 0
               EXIT PARAGRAPH
           END-IF
           perform COMPUTE-SCHED-PAYMENT
           MOVE wsPaidNum TO wsInstNo
           PERFORM FOREVER
               ADD 1 TO wsInstNo
               IF wsInstNo > LN-TERM
                   EXIT PERFORM
               END-IF
               perform INSTALLMENT-DUE-DATE
               COMPUTE wsGraceEndInt =
                   FUNCTION INTEGER-OF-DATE(wsInstDue) + wsPenGrace
               IF wsGraceEndInt >= wsRunInt
                   EXIT PERFORM
               END-IF
               perform CHARGE-ONE-INSTALLMENT
           END-PERFORM.

       CHARGE-ONE-INSTALLMENT.
           MOVE LN-ID TO pickLoanId
           MOVE wsInstNo TO pickInstNo
           perform FIND-PENALTY
           IF wsFound = "Y"
               EXIT PARAGRAPH
           END-IF

           OPEN EXTEND LOAN-PEN-FILE
           IF wsPnStatus = "35"
               OPEN OUTPUT LOAN-PEN-FILE
               CLOSE LOAN-PEN-FILE
               OPEN EXTEND LOAN-PEN-FILE
           END-IF
           MOVE SPACES TO LOAN-PEN-REC
           MOVE LN-ID TO PN-ID
           MOVE wsInstNo TO PN-INSTNO
           MOVE wsInstDue TO PN-DUEDATE
           MOVE wsRunDate TO PN-CHARGED
           MOVE schedPayment TO PN-OVERDUE
           COMPUTE PN-AMOUNT ROUNDED = schedPayment * wsPenRate / 100
           MOVE 0 TO PN-PAID
           SET PN-IS-OPEN TO TRUE
           MOVE 0 TO PN-WAIVED
           WRITE LOAN-PEN-REC
           CLOSE LOAN-PEN-FILE

           ADD 1 TO wsChargeCount
           ADD PN-AMOUNT TO wsChargeTotal
           MOVE PN-AMOUNT TO dispAmount
           display LN-ID " " LN-BORROWER " installment " wsInstNo
               " due " wsInstDue " penalty " dispAmount.

      *> Looks for the penalty on pickLoanId's installment
      *> pickInstNo; wsFoundOpen says whether it is still open.
       FIND-PENALTY.
           move "N" to wsFound
           move "N" to wsFoundOpen
           move "N" to wsPenEOF
           OPEN INPUT LOAN-PEN-FILE
           IF wsPnStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL wsPenEOF = "Y"
               READ LOAN-PEN-FILE
                   AT END
                       MOVE "Y" TO wsPenEOF
                   NOT AT END
                       IF PN-ID = pickLoanId
                               AND PN-INSTNO = pickInstNo
                           MOVE "Y" TO wsFound
                           IF PN-IS-OPEN
                               MOVE "Y" TO wsFoundOpen
                           END-IF
                           MOVE "Y" TO wsPenEOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOAN-PEN-FILE.

      *> Only what is left unpaid is waived; anything the borrower
      *> already paid against the penalty stays paid.
       WAIVE-PENALTY.
           IF wsIsSuper NOT = "Y"
               display "Waivers are supervisor-only -- operator "
                   wsOperator " is not class S."
               EXIT PARAGRAPH
           END-IF
           display "Loan ID: " with no advancing
           accept pickLoanId
           move function upper-case(pickLoanId) to pickLoanId

           move "N" to WS-VALID-OK
           perform until VALID-NUMERIC-INPUT
               display "Installment number: " with no advancing
               accept WS-VALID-BUFFER
               perform VALIDATE-NUMERIC-INPUT
           end-perform
           compute pickInstNo = function numval(WS-VALID-BUFFER)

           perform FIND-PENALTY
           IF wsFound = "N"
               display "No penalty on loan " pickLoanId
                   " installment " pickInstNo "."
               EXIT PARAGRAPH
           END-IF
           IF wsFoundOpen = "N"
               display "The penalty on loan " pickLoanId
                   " installment " pickInstNo " is not open."
               EXIT PARAGRAPH
           END-IF

           move spaces to wsWaiveReason
           perform until wsWaiveReason NOT = spaces
               display "Waiver reason: " with no advancing
               accept wsWaiveReason
           end-perform

           move "N" to wsEOF
           OPEN INPUT LOAN-PEN-FILE
           OPEN OUTPUT LOAN-PEN-WORK-FILE
           PERFORM UNTIL wsEOF = "Y"
               READ LOAN-PEN-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       IF PN-ID = pickLoanId
                               AND PN-INSTNO = pickInstNo
                           SET PN-IS-WAIVED TO TRUE
                           MOVE wsOperator TO PN-WAIVEDBY
                           MOVE wsToday TO PN-WAIVED
                           MOVE wsWaiveReason TO PN-REASON
                           COMPUTE wsPenOpen = PN-AMOUNT - PN-PAID
                       END-IF
                       MOVE LOAN-PEN-REC TO LOAN-PEN-WORK-REC
                       WRITE LOAN-PEN-WORK-REC
               END-READ
           END-PERFORM
           CLOSE LOAN-PEN-FILE
           CLOSE LOAN-PEN-WORK-FILE

           move "N" to wsEOF
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
           MOVE "N" TO wsEOF

           MOVE wsPenOpen TO dispAmount
           display "Penalty on loan " pickLoanId " installment "
               pickInstNo " waived: " dispAmount.

       LIST-PENALTIES.
           display "Loan ID: " with no advancing
           accept pickLoanId
           move function upper-case(pickLoanId) to pickLoanId

           move "N" to wsEOF
           OPEN INPUT LOAN-PEN-FILE
           IF wsPnStatus NOT = "00"
               display "No penalties on file."
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL wsEOF = "Y"
               READ LOAN-PEN-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       IF PN-ID = pickLoanId
                           MOVE PN-AMOUNT TO dispAmount
                           MOVE PN-PAID TO dispPaid
                           display "Inst " PN-INSTNO " due "
                               PN-DUEDATE " [" PN-STATUS "] charged "
                               PN-CHARGED " " dispAmount " paid "
                               dispPaid
                           IF PN-IS-WAIVED
                               display "        waived by "
                                   PN-WAIVEDBY " " PN-WAIVED " -- "
                                   function trim(PN-REASON)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOAN-PEN-FILE
           MOVE "N" TO wsEOF

           MOVE pickLoanId TO wsPenLoanId
           perform SUM-OPEN-PENALTIES
           MOVE wsPenOpen TO dispAmount
           display "Unpaid penalties: " dispAmount.
