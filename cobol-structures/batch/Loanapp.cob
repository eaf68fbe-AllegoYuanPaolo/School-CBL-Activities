      *> Loan application intake and approval, so a loan reaches
      *> LOANS.DAT with a record of who asked, what was checked and
      *> who said yes -- run the way ARWOFF runs write-offs. Mode 1
      *> files an application: applicant, amount, annual rate, term,
      *> monthly income and the monthly payments already owed
      *> elsewhere. Mode 2 evaluates every pending application: the
      *> monthly payment by ITR11's formula and overflow guards, and
      *> the debt-to-income ratio -- existing obligations plus the
      *> new payment over income -- against the staged LOANDTI
      *> limit, with the new payment alone against LOANPTI. Neither
      *> limit has a default; nothing is evaluated until both are
      *> staged. Mode 3 is the supervisor's decision, the class
      *> proven against OPERPROF.DAT: an application evaluated
      *> inside the limits may be approved, which books the loan on
      *> LOANS.DAT under the loan ID and first installment date the
      *> supervisor gives, with the application number carried on
      *> it; any undecided application may be declined, and keeps
      *> the reason (the evaluation's finding when none is typed).
      *> Mode 4 lists the applications.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANAPP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-APP-FILE ASSIGN TO "LOANAPP.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsLaStatus.

           SELECT LOAN-APP-WORK-FILE ASSIGN TO "LOANAPWK.DAT"
               ORGANIZATION LINE SEQUENTIAL.

           SELECT LOAN-APP-CTL-FILE ASSIGN TO "LAPPCTL.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsLcStatus.

           SELECT LOANS-FILE ASSIGN TO "LOANS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsLnStatus.

           SELECT PARAMETER-FILE ASSIGN TO "PARAMS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsPaStatus.

           SELECT OPERATOR-PROFILE-FILE ASSIGN TO "OPERPROF.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsOpStatus.

       DATA DIVISION.
           FILE SECTION.
           FD LOAN-APP-FILE.
           COPY LOANAPP.

      *> Cut wider than the 155-byte application record so the copy
      *> passes can never shave the approver or the loan ID.
           FD LOAN-APP-WORK-FILE.
           01 LOAN-APP-WORK-REC PIC X(180).

           FD LOAN-APP-CTL-FILE.
           01 LOAN-APP-CTL-REC.
               05 LC-NEXT-APPNO PIC 9(6).

           FD LOANS-FILE.
           COPY LOANS.

           FD PARAMETER-FILE.
           COPY PARAMREC.

           FD OPERATOR-PROFILE-FILE.
           COPY OPERPROF.

           WORKING-STORAGE SECTION.
           01 wsMode pic 9.
           01 wsEOF pic X value "N".
           01 wsLaStatus pic X(2).
           01 wsLcStatus pic X(2).
           01 wsLnStatus pic X(2).
           01 wsOpStatus pic X(2).

           01 wsOperator pic X(8).
           01 wsIsSuper pic X value "N".
           01 wsProfEOF pic X.

           01 wsToday pic 9(8).
           01 wsNextAppNo pic 9(6).

           01 mntApplicant pic X(20).
           01 mntAmount pic 9(9)v99.
           01 mntRate pic 9(3)v99.
           01 mntTerm pic 9(3).
           01 mntIncome pic 9(7)v99.
           01 mntObligations pic 9(7)v99.

           01 pickAppNo pic 9(6).
           01 pickLoanId pic X(6).
           01 pickStartDate pic 9(8).
           01 wsDecision pic X.
           01 wsDeclineReason pic X(30).
           01 wsFound pic X.
           01 wsLoanFound pic X.
           01 wsEvalCount pic 9(4) value 0.

      *> The application being decided, held across the copy pass.
           01 decApplicant pic X(20).
           01 decAmount pic 9(9)v99.
           01 decRate pic 9(3)v99.
           01 decTerm pic 9(3).
           01 decStatus pic X.
           01 decEval pic X.
           01 decReason pic X(30).

           01 wsDtiLimit pic 9(3)v99.
           01 wsPtiLimit pic 9(3)v99.
           01 wsDtiFound pic X value "N".
           01 wsPtiFound pic X value "N".
           01 wsPti pic 9(3)v99.
           01 wsAppOk pic X.

           01 principal pic 9(9)v99 comp-3.
           01 annualRate pic 9(3)v99 comp-3.
           01 termMonths pic 9(3).

           01 wsMaxSafeRate pic 9(3)v99 value 30.00.
           01 wsMaxSafeTerm pic 9(3) value 480.

           01 monthlyRate pic 9(3)v9(6) comp-3.
           01 growthFactor pic 9(9)v9(6) comp-3.
           01 paymentNumer pic 9(9)v9(6) comp-3.
           01 paymentDenom pic 9(9)v9(6) comp-3.
           01 payment pic 9(9)v99 comp-3.

           01 wsMaxNumerInt pic 9(9) value 999999999.
           01 wsMaxSafePrincipal pic 9(9)v99 comp-3.

           01 dispAmount pic $ZZZ,ZZZ,ZZ9.99.
           01 dispPayment pic $ZZZ,ZZZ,ZZ9.99.
           01 dispRate pic ZZ9.99.
           01 dispPct pic ZZ9.99.
           01 dispLimit pic ZZ9.99.
           01 dispCount pic Z,ZZ9.

           COPY NUMCHECK.
           COPY RPTHDR.
           COPY PARMWS.

       PROCEDURE DIVISION.

           display "Operator ID: " with no advancing.
           accept wsOperator.
           perform CHECK-OPERATOR-CLASS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO wsToday

           move "Loan Applications" to WS-RPT-TITLE
           perform PRINT-REPORT-HEADER

           display "1. File a loan application".
           display "2. Evaluate pending applications".
           display "3. Approve or decline (supervisor)".
           display "4. List applications".
           display "Select mode: " with no advancing.
           accept wsMode.

           evaluate wsMode
               when 1
                   perform FILE-ONE-APPLICATION
               when 2
                   perform EVALUATE-APPLICATIONS
               when 3
                   perform DECIDE-APPLICATIONS
               when 4
                   perform LIST-APPLICATIONS
               when other
                   display "Invalid selection."
           end-evaluate.

           perform PRINT-REPORT-FOOTER.

       STOP RUN.

           COPY NUMCHKPR.
           COPY RPTHDRPR.
           COPY PARMPR.

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

       GET-NEXT-APPLICATION-NUMBER.
           MOVE 1 TO wsNextAppNo
           OPEN INPUT LOAN-APP-CTL-FILE
           IF wsLcStatus = "00"
               READ LOAN-APP-CTL-FILE
                   NOT AT END
                       MOVE LC-NEXT-APPNO TO wsNextAppNo
               END-READ
               CLOSE LOAN-APP-CTL-FILE
           END-IF
           OPEN OUTPUT LOAN-APP-CTL-FILE
           COMPUTE LC-NEXT-APPNO = wsNextAppNo + 1
           WRITE LOAN-APP-CTL-REC
           CLOSE LOAN-APP-CTL-FILE.

       FILE-ONE-APPLICATION.
           move spaces to mntApplicant
           perform until mntApplicant NOT = spaces
               display "Applicant name: " with no advancing
               accept mntApplicant
           end-perform

           move "N" to WS-VALID-OK
           perform until VALID-NUMERIC-INPUT
               display "Amount requested: " with no advancing
               accept WS-VALID-BUFFER
               perform VALIDATE-NUMERIC-INPUT
           end-perform
           compute mntAmount = function numval(WS-VALID-BUFFER)

           move "N" to WS-VALID-OK
           perform until VALID-NUMERIC-INPUT
               display "Annual interest rate (percent): "
                   with no advancing
               accept WS-VALID-BUFFER
               perform VALIDATE-NUMERIC-INPUT
           end-perform
           compute mntRate = function numval(WS-VALID-BUFFER)

           move "N" to WS-VALID-OK
           perform until VALID-NUMERIC-INPUT
               display "Term in months: " with no advancing
               accept WS-VALID-BUFFER
               perform VALIDATE-NUMERIC-INPUT
           end-perform
           compute mntTerm = function numval(WS-VALID-BUFFER)

           move "N" to WS-VALID-OK
           perform until VALID-NUMERIC-INPUT
               display "Monthly income: " with no advancing
               accept WS-VALID-BUFFER
               perform VALIDATE-NUMERIC-INPUT
           end-perform
           compute mntIncome = function numval(WS-VALID-BUFFER)

           move "N" to WS-VALID-OK
           perform until VALID-NUMERIC-INPUT
               display "Existing monthly obligations: "
                   with no advancing
               accept WS-VALID-BUFFER
               perform VALIDATE-NUMERIC-INPUT
           end-perform
           compute mntObligations = function numval(WS-VALID-BUFFER)

           perform GET-NEXT-APPLICATION-NUMBER
           OPEN EXTEND LOAN-APP-FILE
           IF wsLaStatus = "35"
               OPEN OUTPUT LOAN-APP-FILE
               CLOSE LOAN-APP-FILE
               OPEN EXTEND LOAN-APP-FILE
           END-IF
           MOVE SPACES TO LOAN-APP-REC
           MOVE wsNextAppNo TO LA-APPNO
           MOVE FUNCTION CURRENT-DATE(1:14) TO LA-TIMESTAMP
           MOVE wsOperator TO LA-TAKENBY
           MOVE mntApplicant TO LA-APPLICANT
           MOVE mntAmount TO LA-AMOUNT
           MOVE mntRate TO LA-RATE
           MOVE mntTerm TO LA-TERM
           MOVE mntIncome TO LA-INCOME
           MOVE mntObligations TO LA-OBLIGATIONS
           MOVE 0 TO LA-PAYMENT
           MOVE 0 TO LA-DTI
           SET LA-IS-PENDING TO TRUE
           MOVE 0 TO LA-DECIDED
           WRITE LOAN-APP-REC
           CLOSE LOAN-APP-FILE

           display "Application #" wsNextAppNo " filed pending"
               " evaluation.".

      *> Writes the work file back over LOANAPP.DAT once a pass has
      *> changed something.
       COPY-APPLICATIONS-BACK.
           move "N" to wsEOF
           OPEN INPUT LOAN-APP-WORK-FILE
           OPEN OUTPUT LOAN-APP-FILE
           PERFORM UNTIL wsEOF = "Y"
               READ LOAN-APP-WORK-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       MOVE LOAN-APP-WORK-REC TO LOAN-APP-REC
                       WRITE LOAN-APP-REC
               END-READ
           END-PERFORM
           CLOSE LOAN-APP-WORK-FILE
           CLOSE LOAN-APP-FILE
           MOVE "N" TO wsEOF.

      *> LOANDTI and LOANPTI have no defaults: an application is
      *> not judged against a limit nobody set.
       EVALUATE-APPLICATIONS.
           MOVE wsToday TO wsParmAsOf
           MOVE "LOANDTI" TO wsParmName
           perform LOAD-ONE-PARAMETER
           IF wsParmFound = "Y"
               MOVE wsParmValue TO wsDtiLimit
               MOVE "Y" TO wsDtiFound
           END-IF
           MOVE "LOANPTI" TO wsParmName
           perform LOAD-ONE-PARAMETER
           IF wsParmFound = "Y"
               MOVE wsParmValue TO wsPtiLimit
               MOVE "Y" TO wsPtiFound
           END-IF
           IF wsDtiFound = "N" OR wsPtiFound = "N"
               display "LOANDTI and LOANPTI must both be staged on"
                   " PARAMS.DAT before applications are evaluated."
               EXIT PARAGRAPH
           END-IF
           MOVE wsDtiLimit TO dispLimit
           display "Debt-to-income limit " dispLimit "%"
               with no advancing
           MOVE wsPtiLimit TO dispLimit
           display ", payment-to-income limit " dispLimit "%"

           move "N" to wsEOF
           OPEN INPUT LOAN-APP-FILE
           IF wsLaStatus NOT = "00"
               display "No loan applications on file."
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT LOAN-APP-WORK-FILE
           PERFORM UNTIL wsEOF = "Y"
               READ LOAN-APP-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       IF LA-IS-PENDING
                           PERFORM EVALUATE-ONE-APPLICATION
                       END-IF
                       MOVE LOAN-APP-REC TO LOAN-APP-WORK-REC
                       WRITE LOAN-APP-WORK-REC
               END-READ
           END-PERFORM
           CLOSE LOAN-APP-FILE
           CLOSE LOAN-APP-WORK-FILE
           MOVE "N" TO wsEOF

           IF wsEvalCount > 0
               perform COPY-APPLICATIONS-BACK
           END-IF
           MOVE wsEvalCount TO dispCount
           display "Applications evaluated: " dispCount.

      *> ITR11's guards and payment formula, applied to the
      *> application in hand; a guard failure is a finding like
      *> any other and goes to the supervisor with it.
       EVALUATE-ONE-APPLICATION.
           ADD 1 TO wsEvalCount
           SET LA-IS-EVALUATED TO TRUE
           SET LA-WITHIN-LIMITS TO TRUE
           MOVE "within limits" TO LA-REASON
           MOVE 0 TO LA-PAYMENT
           MOVE 0 TO LA-DTI
           MOVE 0 TO wsPti
           MOVE "Y" TO wsAppOk
           MOVE LA-AMOUNT TO principal
           MOVE LA-RATE TO annualRate
           MOVE LA-TERM TO termMonths

           IF annualRate > wsMaxSafeRate
               MOVE "N" TO wsAppOk
               MOVE "rate above the 30.00% limit" TO LA-REASON
           END-IF
           IF wsAppOk = "Y" AND termMonths = 0
               MOVE "N" TO wsAppOk
               MOVE "term is zero months" TO LA-REASON
           END-IF
           IF wsAppOk = "Y" AND termMonths > wsMaxSafeTerm
               MOVE "N" TO wsAppOk
               MOVE "term above the 480-month limit" TO LA-REASON
           END-IF

           IF wsAppOk = "Y"
               compute monthlyRate = annualRate / 12 / 100
               if monthlyRate = 0
                   compute payment rounded =
                       principal / termMonths
               else
                   compute growthFactor =
                       (1 + monthlyRate) ** termMonths
                   compute wsMaxSafePrincipal rounded =
                       wsMaxNumerInt
                       / (monthlyRate * growthFactor)
                   if principal > wsMaxSafePrincipal
                       MOVE "N" TO wsAppOk
                       MOVE "amount too large for rate/term"
                           TO LA-REASON
                   else
                       compute paymentNumer =
                           principal * monthlyRate * growthFactor
                       compute paymentDenom = growthFactor - 1
                       compute payment rounded =
                           paymentNumer / paymentDenom
                   end-if
               end-if
           END-IF

           IF wsAppOk = "N"
               SET LA-OUTSIDE-LIMITS TO TRUE
               display "#" LA-APPNO " " LA-APPLICANT " OUTSIDE -- "
                   function trim(LA-REASON)
               EXIT PARAGRAPH
           END-IF

           MOVE payment TO LA-PAYMENT
           IF LA-INCOME = 0
               MOVE 999.99 TO LA-DTI
               MOVE 999.99 TO wsPti
           ELSE
               COMPUTE LA-DTI ROUNDED =
                   (LA-OBLIGATIONS + payment) * 100 / LA-INCOME
                   ON SIZE ERROR
                       MOVE 999.99 TO LA-DTI
               END-COMPUTE
               COMPUTE wsPti ROUNDED = payment * 100 / LA-INCOME
                   ON SIZE ERROR
                       MOVE 999.99 TO wsPti
               END-COMPUTE
           END-IF

           IF wsPti > wsPtiLimit
               SET LA-OUTSIDE-LIMITS TO TRUE
               MOVE wsPti TO dispPct
               MOVE SPACES TO LA-REASON
               STRING "payment " dispPct "% of income"
                   DELIMITED BY SIZE INTO LA-REASON
           END-IF
           IF LA-DTI > wsDtiLimit
               SET LA-OUTSIDE-LIMITS TO TRUE
               MOVE LA-DTI TO dispPct
               MOVE SPACES TO LA-REASON
               STRING "debt-to-income " dispPct "%"
                   DELIMITED BY SIZE INTO LA-REASON
           END-IF

           MOVE LA-PAYMENT TO dispPayment
           MOVE LA-DTI TO dispPct
           IF LA-WITHIN-LIMITS
               display "#" LA-APPNO " " LA-APPLICANT " payment "
                   dispPayment " DTI " dispPct "% within limits"
           ELSE
               display "#" LA-APPNO " " LA-APPLICANT " payment "
                   dispPayment " DTI " dispPct "% OUTSIDE -- "
                   function trim(LA-REASON)
           END-IF.

       DECIDE-APPLICATIONS.
           IF wsIsSuper NOT = "Y"
               display "Approval is supervisor-only -- operator "
                   wsOperator " is not class S."
               EXIT PARAGRAPH
           END-IF
           PERFORM FOREVER
               move "N" to WS-VALID-OK
               perform until VALID-NUMERIC-INPUT
                   display "Application number to decide (0 ends): "
                       with no advancing
                   accept WS-VALID-BUFFER
                   perform VALIDATE-NUMERIC-INPUT
               end-perform
               compute pickAppNo =
                   function numval(WS-VALID-BUFFER)
               IF pickAppNo = 0
                   EXIT PERFORM
               END-IF
               move spaces to wsDecision
               PERFORM UNTIL wsDecision = "A"
                       OR wsDecision = "D"
                   display "Approve or Decline? (A/D): "
                       with no advancing
                   accept wsDecision
                   move function upper-case(wsDecision)
                       to wsDecision
               END-PERFORM
               perform DECIDE-ONE-APPLICATION
           END-PERFORM.

       FIND-APPLICATION.
           move "N" to wsFound
           move "N" to wsEOF
           OPEN INPUT LOAN-APP-FILE
           IF wsLaStatus NOT = "00"
               MOVE "Y" TO wsEOF
           END-IF
           PERFORM UNTIL wsEOF = "Y"
               READ LOAN-APP-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       IF LA-APPNO = pickAppNo
                           MOVE "Y" TO wsFound
                           MOVE LA-APPLICANT TO decApplicant
                           MOVE LA-AMOUNT TO decAmount
                           MOVE LA-RATE TO decRate
                           MOVE LA-TERM TO decTerm
                           MOVE LA-STATUS TO decStatus
                           MOVE LA-EVAL TO decEval
                           MOVE LA-REASON TO decReason
                           MOVE "Y" TO wsEOF
                       END-IF
               END-READ
           END-PERFORM
           IF wsLaStatus = "00" OR wsLaStatus = "10"
               CLOSE LOAN-APP-FILE
           END-IF
           MOVE "N" TO wsEOF.

       FIND-LOAN.
           move "N" to wsLoanFound
           move "N" to wsEOF
           OPEN INPUT LOANS-FILE
           IF wsLnStatus NOT = "00"
               MOVE "Y" TO wsEOF
           END-IF
           PERFORM UNTIL wsEOF = "Y"
               READ LOANS-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       IF LN-ID = pickLoanId
                           MOVE "Y" TO wsLoanFound
                           MOVE "Y" TO wsEOF
                       END-IF
               END-READ
           END-PERFORM
           IF wsLnStatus = "00" OR wsLnStatus = "10"
               CLOSE LOANS-FILE
           END-IF
           MOVE "N" TO wsEOF.

      *> Only an application evaluated inside the limits can be
      *> approved; a pending or evaluated one can be declined.
       DECIDE-ONE-APPLICATION.
           perform FIND-APPLICATION
           IF wsFound = "N"
               display "Application #" pickAppNo " is not on file."
               EXIT PARAGRAPH
           END-IF
           IF decStatus NOT = "P" AND decStatus NOT = "E"
               display "Application #" pickAppNo
                   " has already been decided."
               EXIT PARAGRAPH
           END-IF

           IF wsDecision = "A"
               IF decStatus NOT = "E"
                   display "Application #" pickAppNo
                       " has not been evaluated yet."
                   EXIT PARAGRAPH
               END-IF
               IF decEval NOT = "Y"
                   display "Application #" pickAppNo
                       " was evaluated outside the limits ("
                       function trim(decReason)
                       ") -- it can only be declined."
                   EXIT PARAGRAPH
               END-IF
               perform BOOK-APPROVED-LOAN
               IF wsLoanFound = "Y"
                   EXIT PARAGRAPH
               END-IF
           ELSE
               display "Decline reason (blank keeps the evaluation"
                   " finding): " with no advancing
               move spaces to wsDeclineReason
               accept wsDeclineReason
               IF wsDeclineReason = SPACES
                   IF decStatus = "E"
                       MOVE decReason TO wsDeclineReason
                   ELSE
                       display "A reason is needed to decline an"
                           " application not yet evaluated."
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-IF

           move "N" to wsEOF
           OPEN INPUT LOAN-APP-FILE
           OPEN OUTPUT LOAN-APP-WORK-FILE
           PERFORM UNTIL wsEOF = "Y"
               READ LOAN-APP-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       IF LA-APPNO = pickAppNo
                           MOVE wsDecision TO LA-STATUS
                           MOVE wsOperator TO LA-APPROVER
                           MOVE wsToday TO LA-DECIDED
                           IF wsDecision = "A"
                               MOVE pickLoanId TO LA-LOANID
                           ELSE
                               MOVE wsDeclineReason TO LA-REASON
                           END-IF
                       END-IF
                       MOVE LOAN-APP-REC TO LOAN-APP-WORK-REC
                       WRITE LOAN-APP-WORK-REC
               END-READ
           END-PERFORM
           CLOSE LOAN-APP-FILE
           CLOSE LOAN-APP-WORK-FILE
           perform COPY-APPLICATIONS-BACK

           IF wsDecision = "A"
               display "Application #" pickAppNo " approved and"
                   " booked as loan " pickLoanId "."
           ELSE
               display "Application #" pickAppNo " declined."
           END-IF.

      *> The loan goes on the book as applied for, under an ID not
      *> already on LOANS.DAT; wsLoanFound left "Y" means nothing
      *> was booked.
       BOOK-APPROVED-LOAN.
           move spaces to pickLoanId
           perform until pickLoanId NOT = spaces
               display "Loan ID to book it under: "
                   with no advancing
               accept pickLoanId
               move function upper-case(pickLoanId) to pickLoanId
           end-perform
           perform FIND-LOAN
           IF wsLoanFound = "Y"
               display "Loan " pickLoanId " is already on the book."
               EXIT PARAGRAPH
           END-IF

           move 0 to pickStartDate
           perform until pickStartDate NOT = 0
               move "N" to WS-VALID-OK
               perform until VALID-NUMERIC-INPUT
                   display "First installment due (YYYYMMDD): "
                       with no advancing
                   accept WS-VALID-BUFFER
                   perform VALIDATE-NUMERIC-INPUT
               end-perform
               compute pickStartDate =
                   function numval(WS-VALID-BUFFER)
               IF FUNCTION TEST-DATE-YYYYMMDD(pickStartDate) NOT = 0
                   display "Date " pickStartDate
                       " is not a valid date."
                   move 0 to pickStartDate
               END-IF
           end-perform

           OPEN EXTEND LOANS-FILE
           IF wsLnStatus = "35"
               OPEN OUTPUT LOANS-FILE
               CLOSE LOANS-FILE
               OPEN EXTEND LOANS-FILE
           END-IF
           MOVE pickLoanId TO LN-ID
           MOVE decApplicant TO LN-BORROWER
           MOVE decAmount TO LN-PRINCIPAL
           MOVE decRate TO LN-RATE
           MOVE decTerm TO LN-TERM
           MOVE pickStartDate TO LN-STARTDATE
           MOVE pickAppNo TO LN-APPNO
           WRITE LOAN-REC
           CLOSE LOANS-FILE.

       LIST-APPLICATIONS.
           move "N" to wsEOF
           OPEN INPUT LOAN-APP-FILE
           IF wsLaStatus NOT = "00"
               display "No loan applications on file."
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL wsEOF = "Y"
               READ LOAN-APP-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       MOVE LA-AMOUNT TO dispAmount
                       MOVE LA-RATE TO dispRate
                       display "#" LA-APPNO " [" LA-STATUS "] "
                           LA-APPLICANT " " dispAmount " at "
                           dispRate "% " LA-TERM " mo by "
                           LA-TAKENBY
                       IF NOT LA-IS-PENDING
                           MOVE LA-PAYMENT TO dispPayment
                           MOVE LA-DTI TO dispPct
                           display "        payment " dispPayment
                               " DTI " dispPct "% -- "
                               function trim(LA-REASON)
                       END-IF
                       IF LA-IS-APPROVED
                           display "        approved by "
                               LA-APPROVER " " LA-DECIDED
                               ", booked as loan " LA-LOANID
                       END-IF
                       IF LA-IS-DECLINED
                           display "        declined by "
                               LA-APPROVER " " LA-DECIDED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOAN-APP-FILE
           MOVE "N" TO wsEOF.
