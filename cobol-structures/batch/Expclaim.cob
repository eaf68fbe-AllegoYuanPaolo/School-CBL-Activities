      *> Salesman expense claims. Mode 1 enters a claim off the
      *> salesman's paper form -- date spent, category, amount, and
      *> the receipt reference -- as a pending line on EXPCLAIM.DAT
      *> under the next claim number, warning when it would run the
      *> month past the category's cap. Mode 2 lists the claims
      *> waiting on a supervisor. Mode 3 is the supervisor's: a
      *> claim is approved or rejected with the operator ID on it,
      *> and approval is refused outright when the salesman's
      *> approved claims for the category and month would pass the
      *> cap staged on the parameter file (EXPCAPTRVL and so on; no
      *> cap staged means none applies). Mode 4 lists one
      *> salesman's claims and where each stands. Approved claims
      *> are reimbursed by the next COMMRUN; EXPRPT reports them to
      *> accounting with the GL batch.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPCLAIM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALESMAN-MASTER ASSIGN TO "SALESMAN.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY SLM-SNUM
               FILE STATUS wsSlmStatus.

           SELECT EXPENSE-CLAIM-FILE ASSIGN TO "EXPCLAIM.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsEcStatus.

           SELECT CLAIM-WORK-FILE ASSIGN TO "EXPCWK.DAT"
               ORGANIZATION LINE SEQUENTIAL.

           SELECT PARAMETER-FILE ASSIGN TO "PARAMS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsPaStatus.

           SELECT OPERATOR-PROFILE-FILE ASSIGN TO "OPERPROF.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsOpStatus.

       DATA DIVISION.
           FILE SECTION.
           FD SALESMAN-MASTER.
           COPY SALESMST.

           FD EXPENSE-CLAIM-FILE.
           COPY EXPCLAIM.

      *> Cut wider than the 86-byte claim line so the copy pass can
      *> never shave the tail.
           FD CLAIM-WORK-FILE.
           01 CLAIM-WORK-REC PIC X(120).

           FD PARAMETER-FILE.
           COPY PARAMREC.

           FD OPERATOR-PROFILE-FILE.
           COPY OPERPROF.

           WORKING-STORAGE SECTION.
           01 wsMode pic 9.
           01 wsAgain pic X value "Y".
           01 wsEOF pic X value "N".
           01 wsProfEOF pic X.
           01 wsSlmStatus pic X(2).
           01 wsEcStatus pic X(2).
           01 wsOpStatus pic X(2).
           01 wsOperator pic X(8).
           01 wsIsSuper pic X value "N".
           01 wsConfirm pic X.
           01 wsToday pic 9(8).
           01 wsFound pic X.
           01 wsCount pic 9(5).
           01 wsNextClaim pic 9(6).

           01 mntSNum pic 9(6).
           01 mntDate pic 9(8).
           01 mntCategory pic X(4).
               88 mntCatValid value "TRVL" "ENTN" "MEAL" "LODG"
                   "AUTO" "OTHR".
           01 mntAmount pic 9(5)v99.
           01 mntReceipt pic X(12).
           01 mntClaim pic 9(6).
           01 mntDecision pic X.

      *> The category cap for the claim's month, and what is already
      *> claimed against it.
           01 wsCap pic 9(9)v99.
           01 wsCapFound pic X.
           01 wsMonthApproved pic 9(9)v99.
           01 wsMonthPending pic 9(9)v99.
           01 wsMonthTotal pic 9(9)v99.

           01 dispAmount pic zz,zz9.99.
           01 dispTotal pic z,zzz,zz9.99.
           01 dispCount pic ZZ,ZZ9.
           01 dispStatus pic X(8).

           COPY PARMWS.
           COPY NUMCHECK.
           COPY RPTHDR.

       PROCEDURE DIVISION.

           move "Expense Claims" to WS-RPT-TITLE
           perform PRINT-REPORT-HEADER
           MOVE FUNCTION CURRENT-DATE(1:8) TO wsToday

           display "Operator ID: " with no advancing
           accept wsOperator
           perform CHECK-OPERATOR-CLASS

           PERFORM UNTIL wsAgain NOT = "Y"
               display " "
               display "1. Enter an expense claim"
               display "2. List claims awaiting approval"
               display "3. Approve or reject a claim"
               display "4. List a salesman's claims"
               display "0. Exit"
               display "Select mode: " with no advancing
               accept wsMode

               evaluate wsMode
                   when 1
                       perform ENTER-CLAIM
                   when 2
                       perform LIST-PENDING-CLAIMS
                   when 3
                       perform DECIDE-CLAIM
                   when 4
                       perform LIST-SALESMAN-CLAIMS
                   when 0
                       move "N" to wsAgain
                   when other
                       display "Invalid selection."
               end-evaluate
           END-PERFORM.

           perform PRINT-REPORT-FOOTER.

       STOP RUN.

           COPY PARMPR.
           COPY NUMCHKPR.
           COPY RPTHDRPR.

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

       ENTER-CLAIM.
           move "N" to WS-VALID-OK
           perform until VALID-NUMERIC-INPUT
               display "Salesman number: " with no advancing
               accept WS-VALID-BUFFER
               perform VALIDATE-NUMERIC-INPUT
           end-perform
           compute mntSNum = function numval(WS-VALID-BUFFER)
           OPEN INPUT SALESMAN-MASTER
           IF wsSlmStatus NOT = "00"
               display "Salesman master not on file."
               EXIT PARAGRAPH
           END-IF
           MOVE mntSNum TO SLM-SNUM
           MOVE "Y" TO wsFound
           READ SALESMAN-MASTER
               INVALID KEY
                   MOVE "N" TO wsFound
           END-READ
           IF wsFound = "Y"
               display "Claim for " SLM-SNAME
           END-IF
           CLOSE SALESMAN-MASTER
           IF wsFound = "N"
               display "Salesman #" mntSNum " is not on the master."
               EXIT PARAGRAPH
           END-IF

           move "N" to WS-VALID-OK
           perform until VALID-NUMERIC-INPUT
               display "Date spent (YYYYMMDD): " with no advancing
               accept WS-VALID-BUFFER
               perform VALIDATE-NUMERIC-INPUT
           end-perform
           compute mntDate = function numval(WS-VALID-BUFFER)

           MOVE SPACES TO mntCategory
           PERFORM UNTIL mntCatValid
               display "Category (TRVL ENTN MEAL LODG AUTO OTHR): "
                   with no advancing
               accept mntCategory
           END-PERFORM

           move "N" to WS-VALID-OK
           perform until VALID-NUMERIC-INPUT
               display "Amount: " with no advancing
               accept WS-VALID-BUFFER
               perform VALIDATE-NUMERIC-INPUT
           end-perform
           compute mntAmount = function numval(WS-VALID-BUFFER)
           IF mntAmount = 0
               display "A claim needs an amount."
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO mntReceipt
           PERFORM UNTIL mntReceipt NOT = SPACES
               display "Receipt reference: " with no advancing
               accept mntReceipt
           END-PERFORM

           MOVE 0 TO mntClaim
           perform TALLY-CATEGORY-MONTH
           IF wsCapFound = "Y"
               COMPUTE wsMonthTotal =
                   wsMonthApproved + wsMonthPending + mntAmount
               IF wsMonthTotal > wsCap
                   MOVE wsCap TO dispTotal
                   display "Warning: this takes " mntCategory
                       " claims for the month past the cap of "
                       dispTotal " -- approval will be refused"
                       " beyond it."
               END-IF
           END-IF

           perform FIND-NEXT-CLAIM-NUMBER
           OPEN EXTEND EXPENSE-CLAIM-FILE
           IF wsEcStatus = "35"
               OPEN OUTPUT EXPENSE-CLAIM-FILE
               CLOSE EXPENSE-CLAIM-FILE
               OPEN EXTEND EXPENSE-CLAIM-FILE
           END-IF
           MOVE wsNextClaim TO EC-CLAIMNO
           MOVE mntSNum TO EC-SNUM
           MOVE mntDate TO EC-DATE
           MOVE mntCategory TO EC-CATEGORY
           MOVE mntAmount TO EC-AMOUNT
           MOVE mntReceipt TO EC-RECEIPT
           SET EC-IS-PENDING TO TRUE
           MOVE wsToday TO EC-ENTERED
           MOVE SPACES TO EC-APPROVER
           MOVE 0 TO EC-APPDATE
           MOVE 0 TO EC-PAYDATE
           MOVE 0 TO EC-CHEQUE
           MOVE 0 TO EC-GLBATCH
           WRITE EXPENSE-CLAIM-REC
           CLOSE EXPENSE-CLAIM-FILE
           display "Claim #" wsNextClaim " entered, awaiting"
               " approval.".

       FIND-NEXT-CLAIM-NUMBER.
           MOVE 0 TO wsNextClaim
           MOVE "N" TO wsEOF
           OPEN INPUT EXPENSE-CLAIM-FILE
           IF wsEcStatus NOT = "00"
               MOVE "Y" TO wsEOF
           END-IF
           PERFORM UNTIL wsEOF = "Y"
               READ EXPENSE-CLAIM-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       IF EC-CLAIMNO > wsNextClaim
                           MOVE EC-CLAIMNO TO wsNextClaim
                       END-IF
               END-READ
           END-PERFORM
           IF wsEcStatus = "00" OR wsEcStatus = "10"
               CLOSE EXPENSE-CLAIM-FILE
           END-IF
           ADD 1 TO wsNextClaim.

      *> Approved (or already paid) and pending claims for the
      *> salesman, category, and calendar month of mntDate, leaving
      *> out claim mntClaim itself; the cap in force on mntDate.
       TALLY-CATEGORY-MONTH.
           MOVE 0 TO wsMonthApproved
           MOVE 0 TO wsMonthPending
           MOVE "N" TO wsEOF
           OPEN INPUT EXPENSE-CLAIM-FILE
           IF wsEcStatus NOT = "00"
               MOVE "Y" TO wsEOF
           END-IF
           PERFORM UNTIL wsEOF = "Y"
               READ EXPENSE-CLAIM-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       IF EC-SNUM = mntSNum
                           AND EC-CATEGORY = mntCategory
                           AND EC-DATE(1:6) = mntDate(1:6)
                           AND EC-CLAIMNO NOT = mntClaim
                           EVALUATE TRUE
                               WHEN EC-IS-APPROVED OR EC-IS-PAID
                                   ADD EC-AMOUNT TO wsMonthApproved
                               WHEN EC-IS-PENDING
                                   ADD EC-AMOUNT TO wsMonthPending
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM
           IF wsEcStatus = "00" OR wsEcStatus = "10"
               CLOSE EXPENSE-CLAIM-FILE
           END-IF

           MOVE mntDate TO wsParmAsOf
           MOVE SPACES TO wsParmName
           STRING "EXPCAP" mntCategory DELIMITED BY SIZE
               INTO wsParmName
           perform LOAD-ONE-PARAMETER
           MOVE wsParmFound TO wsCapFound
           MOVE 0 TO wsCap
           IF wsParmFound = "Y"
               MOVE wsParmValue TO wsCap
           END-IF.

       LIST-PENDING-CLAIMS.
           MOVE 0 TO wsCount
           MOVE "N" TO wsEOF
           OPEN INPUT EXPENSE-CLAIM-FILE
           IF wsEcStatus NOT = "00"
               display "No expense claims on file."
               EXIT PARAGRAPH
           END-IF
           display "CLAIM  SALESMAN DATE     CAT     AMOUNT RECEIPT"
           PERFORM UNTIL wsEOF = "Y"
               READ EXPENSE-CLAIM-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       IF EC-IS-PENDING
                           ADD 1 TO wsCount
                           MOVE EC-AMOUNT TO dispAmount
                           display EC-CLAIMNO " " EC-SNUM "   "
                               EC-DATE " " EC-CATEGORY " "
                               dispAmount " " EC-RECEIPT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EXPENSE-CLAIM-FILE
           MOVE wsCount TO dispCount
           display "Claims awaiting approval: " dispCount.

       DECIDE-CLAIM.
           IF wsIsSuper NOT = "Y"
               display "Operator " wsOperator " is not class S --"
                   " a supervisor must approve claims."
               EXIT PARAGRAPH
           END-IF
           move "N" to WS-VALID-OK
           perform until VALID-NUMERIC-INPUT
               display "Claim number: " with no advancing
               accept WS-VALID-BUFFER
               perform VALIDATE-NUMERIC-INPUT
           end-perform
           compute mntClaim = function numval(WS-VALID-BUFFER)

           MOVE "N" TO wsFound
           MOVE "N" TO wsEOF
           OPEN INPUT EXPENSE-CLAIM-FILE
           IF wsEcStatus NOT = "00"
               MOVE "Y" TO wsEOF
           END-IF
           PERFORM UNTIL wsEOF = "Y"
               READ EXPENSE-CLAIM-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       IF EC-CLAIMNO = mntClaim
                           MOVE "Y" TO wsFound
                           MOVE "Y" TO wsEOF
                       END-IF
               END-READ
           END-PERFORM
           IF wsEcStatus = "00" OR wsEcStatus = "10"
               CLOSE EXPENSE-CLAIM-FILE
           END-IF
           IF wsFound = "N"
               display "Claim #" mntClaim " is not on file."
               EXIT PARAGRAPH
           END-IF
           IF NOT EC-IS-PENDING
               display "Claim #" mntClaim " has already been"
                   " decided."
               EXIT PARAGRAPH
           END-IF
           MOVE EC-SNUM TO mntSNum
           MOVE EC-DATE TO mntDate
           MOVE EC-CATEGORY TO mntCategory
           MOVE EC-AMOUNT TO mntAmount
           MOVE EC-AMOUNT TO dispAmount
           display "Claim #" mntClaim " salesman #" mntSNum " "
               mntDate " " mntCategory " " dispAmount " receipt "
               EC-RECEIPT

           MOVE SPACE TO mntDecision
           PERFORM UNTIL mntDecision = "A" OR mntDecision = "R"
               OR mntDecision = "N"
               display "Approve, reject, or leave it (A/R/N): "
                   with no advancing
               accept mntDecision
           END-PERFORM
           IF mntDecision = "N"
               display "Claim left pending."
               EXIT PARAGRAPH
           END-IF

           IF mntDecision = "A"
               perform TALLY-CATEGORY-MONTH
               IF wsCapFound = "Y"
                   COMPUTE wsMonthTotal = wsMonthApproved + mntAmount
                   IF wsMonthTotal > wsCap
                       MOVE wsCap TO dispTotal
                       display "Refused: approving it takes "
                           mntCategory " claims for " mntDate(1:6)
                           " past the cap of " dispTotal "."
                       MOVE wsMonthApproved TO dispTotal
                       display "Already approved this month: "
                           dispTotal
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-IF

           perform STAMP-CLAIM-DECISION
           IF mntDecision = "A"
               display "Claim #" mntClaim " approved -- the next"
                   " payment run reimburses it."
           ELSE
               display "Claim #" mntClaim " rejected."
           END-IF.

       STAMP-CLAIM-DECISION.
           MOVE "N" TO wsEOF
           OPEN INPUT EXPENSE-CLAIM-FILE
           OPEN OUTPUT CLAIM-WORK-FILE
           PERFORM UNTIL wsEOF = "Y"
               READ EXPENSE-CLAIM-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       IF EC-CLAIMNO = mntClaim AND EC-IS-PENDING
                           MOVE mntDecision TO EC-STATUS
                           MOVE wsOperator TO EC-APPROVER
                           MOVE wsToday TO EC-APPDATE
                       END-IF
                       MOVE SPACES TO CLAIM-WORK-REC
                       MOVE EXPENSE-CLAIM-REC TO CLAIM-WORK-REC
                       WRITE CLAIM-WORK-REC
               END-READ
           END-PERFORM
           CLOSE EXPENSE-CLAIM-FILE
           CLOSE CLAIM-WORK-FILE

           MOVE "N" TO wsEOF
           OPEN INPUT CLAIM-WORK-FILE
           OPEN OUTPUT EXPENSE-CLAIM-FILE
           PERFORM UNTIL wsEOF = "Y"
               READ CLAIM-WORK-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       MOVE CLAIM-WORK-REC TO EXPENSE-CLAIM-REC
                       WRITE EXPENSE-CLAIM-REC
               END-READ
           END-PERFORM
           CLOSE CLAIM-WORK-FILE
           CLOSE EXPENSE-CLAIM-FILE.

       LIST-SALESMAN-CLAIMS.
           move "N" to WS-VALID-OK
           perform until VALID-NUMERIC-INPUT
               display "Salesman number: " with no advancing
               accept WS-VALID-BUFFER
               perform VALIDATE-NUMERIC-INPUT
           end-perform
           compute mntSNum = function numval(WS-VALID-BUFFER)

           MOVE 0 TO wsCount
           MOVE "N" TO wsEOF
           OPEN INPUT EXPENSE-CLAIM-FILE
           IF wsEcStatus NOT = "00"
               display "No expense claims on file."
               EXIT PARAGRAPH
           END-IF
           display "CLAIM  DATE     CAT     AMOUNT RECEIPT      STATUS"
           PERFORM UNTIL wsEOF = "Y"
               READ EXPENSE-CLAIM-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       IF EC-SNUM = mntSNum
                           ADD 1 TO wsCount
                           perform SHOW-ONE-CLAIM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EXPENSE-CLAIM-FILE
           MOVE wsCount TO dispCount
           display "Claims listed: " dispCount.

       SHOW-ONE-CLAIM.
           EVALUATE TRUE
               WHEN EC-IS-PENDING
                   MOVE "PENDING" TO dispStatus
               WHEN EC-IS-APPROVED
                   MOVE "APPROVED" TO dispStatus
               WHEN EC-IS-REJECTED
                   MOVE "REJECTED" TO dispStatus
               WHEN EC-IS-PAID
                   MOVE "PAID" TO dispStatus
               WHEN OTHER
                   MOVE "?" TO dispStatus
           END-EVALUATE
           MOVE EC-AMOUNT TO dispAmount
           IF EC-IS-PAID
               display EC-CLAIMNO " " EC-DATE " " EC-CATEGORY " "
                   dispAmount " " EC-RECEIPT " " dispStatus
                   " cheque #" EC-CHEQUE
           ELSE
               display EC-CLAIMNO " " EC-DATE " " EC-CATEGORY " "
                   dispAmount " " EC-RECEIPT " " dispStatus
                   " " EC-APPROVER
           END-IF.
