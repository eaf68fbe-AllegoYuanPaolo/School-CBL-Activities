      *> Final settlement for a departing salesman. Once SALMAINT
      *> has made the salesman inactive, this closes out all that
      *> is open on the salesman number in a single pass: accrued
      *> commission not yet paid (CM-YTD-COMMISSION net of the
      *> cheques on COMMPAY.DAT), the withholding on it not yet
      *> settled, every quota bonus accrued and unpaid, every
      *> approved expense claim not yet reimbursed, and the draw
      *> position on DRAWLEDG.DAT. The outstanding draw is
      *> recovered from what is owed to the salesman, as far as it
      *> will go; any draw left over can only be written off by a
      *> supervisor (class S on OPERPROF.DAT), and is otherwise
      *> left outstanding on the ledger for collection. The final
      *> cheque record goes on COMMPAY.DAT with its number off
      *> CHQCTL.DAT like COMMRUN's, the recovery and any write-off
      *> go on the draw ledger, the bonuses and claims are marked
      *> paid, and the settlement statement prints to the console
      *> and SETTLE.PRT. Claims still awaiting approval are not
      *> paid and are counted on the statement. Run again on a
      *> settled salesman it finds nothing open and posts nothing.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SETTLE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALESMAN-MASTER ASSIGN TO "SALESMAN.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY SLM-SNUM
               FILE STATUS wsSlmStatus.

           SELECT COMMISSION-MASTER ASSIGN TO "COMMMAST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CM-SNUM
               FILE STATUS wsCmStatus.

           SELECT COMMISSION-PAY-FILE ASSIGN TO "COMMPAY.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsCpStatus.

           SELECT DRAW-LEDGER-FILE ASSIGN TO "DRAWLEDG.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsDlStatus.

           SELECT BONUS-ACCRUAL-FILE ASSIGN TO "BONUSACR.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsBaStatus.

           SELECT EXPENSE-CLAIM-FILE ASSIGN TO "EXPCLAIM.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsEcStatus.

           SELECT BONUS-COPY-FILE ASSIGN TO "SETLBX.DAT"
               ORGANIZATION LINE SEQUENTIAL.

           SELECT CHEQUE-CONTROL-FILE ASSIGN TO "CHQCTL.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsQcStatus.

           SELECT OPERATOR-PROFILE-FILE ASSIGN TO "OPERPROF.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsOpStatus.

           SELECT REPORT-PRINT-FILE ASSIGN TO "SETTLE.PRT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD SALESMAN-MASTER.
           COPY SALESMST.

           FD COMMISSION-MASTER.
           COPY COMMMAST.

           FD COMMISSION-PAY-FILE.
           COPY COMMPAY.

           FD DRAW-LEDGER-FILE.
           COPY DRAWLEDG.

           FD BONUS-ACCRUAL-FILE.
           COPY BONUSACR.

           FD EXPENSE-CLAIM-FILE.
           COPY EXPCLAIM.

      *> Cut wider than the 75-byte accrual line (and the 86-byte
      *> claim line, which passes through it too) so the copy pass
      *> can never shave the tail.
           FD BONUS-COPY-FILE.
           01 BONUS-COPY-REC PIC X(120).

           FD CHEQUE-CONTROL-FILE.
           01 CHEQUE-CONTROL-REC.
               05 QC-NEXT-CHEQUE PIC 9(6).

           FD OPERATOR-PROFILE-FILE.
           COPY OPERPROF.

           FD REPORT-PRINT-FILE.
           01 REPORT-PRINT-REC PIC X(80).

           WORKING-STORAGE SECTION.
           01 wsEOF pic X value "N".
           01 wsProfEOF pic X.
           01 wsSlmStatus pic X(2).
           01 wsCmStatus pic X(2).
           01 wsCpStatus pic X(2).
           01 wsDlStatus pic X(2).
           01 wsBaStatus pic X(2).
           01 wsEcStatus pic X(2).
           01 wsQcStatus pic X(2).
           01 wsOpStatus pic X(2).
           01 wsOperator pic X(8).
           01 wsIsSuper pic X value "N".
           01 wsConfirm pic X.
           01 wsToday pic 9(8).
           01 wsNextCheque pic 9(6) value 0.
           01 wsToFile pic X value "N".

           01 pickSNum pic 9(6).
           01 wsSName pic X(20).

           01 wsYtdComm pic S9(9)v99 value 0.
           01 wsYtdWhtax pic S9(9)v99 value 0.
           01 wsPaidGross pic 9(9)v99 value 0.
           01 wsPaidWhtax pic 9(9)v99 value 0.
           01 wsDrawBal pic S9(9)v99 value 0.
           01 wsBonusDue pic 9(9)v99 value 0.
           01 wsBonusWh pic 9(9)v99 value 0.
           01 wsBonusCount pic 9(4) value 0.
           01 wsExpenseDue pic 9(9)v99 value 0.
           01 wsExpenseCount pic 9(4) value 0.
           01 wsPendingCount pic 9(4) value 0.

           01 wsOpenGross pic S9(9)v99.
           01 wsWhDue pic S9(9)v99.
           01 wsOwed pic S9(9)v99.
           01 wsDrawRec pic 9(9)v99.
           01 wsDrawLeft pic 9(9)v99.
           01 wsWriteOff pic 9(9)v99 value 0.
           01 wsNetPay pic S9(9)v99.

           01 dispAmount pic z,zzz,zz9.99-.
           01 dispCount pic Z,ZZ9.

           COPY NUMCHECK.
           COPY RPTHDR.
           COPY RPTPRT.

       PROCEDURE DIVISION.

           display "Operator ID: " with no advancing.
           accept wsOperator.
           perform CHECK-OPERATOR-CLASS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO wsToday

           move "N" to WS-VALID-OK
           perform until VALID-NUMERIC-INPUT
               display "Salesman number to settle: "
                   with no advancing
               accept WS-VALID-BUFFER
               perform VALIDATE-NUMERIC-INPUT
           end-perform
           compute pickSNum = function numval(WS-VALID-BUFFER)

           OPEN INPUT SALESMAN-MASTER
           IF wsSlmStatus NOT = "00"
               display "Salesman master not on file."
               STOP RUN
           END-IF
           MOVE pickSNum TO SLM-SNUM
           READ SALESMAN-MASTER
               INVALID KEY
                   display "Salesman #" pickSNum
                       " is not on the master."
                   CLOSE SALESMAN-MASTER
                   STOP RUN
           END-READ
           CLOSE SALESMAN-MASTER
           IF SLM-IS-ACTIVE
               display "Salesman #" pickSNum " is still active --"
                   " deactivate the salesman in SALMAINT first."
               STOP RUN
           END-IF
           MOVE SLM-SNAME TO wsSName

           perform GATHER-OPEN-POSITION
           perform COMPUTE-SETTLEMENT

           IF wsOpenGross = 0 AND wsBonusDue = 0
               AND wsExpenseDue = 0 AND wsDrawBal <= 0
               display "Nothing is open for #" pickSNum
                   " -- already settled."
               STOP RUN
           END-IF

           move "Final Settlement Statement" to WS-RPT-TITLE
           perform PRINT-REPORT-HEADER
           MOVE "N" TO wsToFile
           perform PRINT-SETTLEMENT-STATEMENT

           display " "
           display "Post this settlement? (Y/N): " with no advancing
           accept wsConfirm
           IF wsConfirm NOT = "Y"
               display "Settlement not posted."
               STOP RUN
           END-IF

           perform DECIDE-DRAW-WRITEOFF
           perform POST-SETTLEMENT

           MOVE SPACES TO wsRptColHead
           perform OPEN-REPORT-PRINT
           MOVE "Y" TO wsToFile
           perform PRINT-SETTLEMENT-STATEMENT
           perform CLOSE-REPORT-PRINT
           perform PRINT-REPORT-FOOTER.

       STOP RUN.

           COPY NUMCHKPR.
           COPY RPTHDRPR.
           COPY RPTPRTPR.

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

       GATHER-OPEN-POSITION.
           OPEN INPUT COMMISSION-MASTER
           IF wsCmStatus = "00"
               MOVE pickSNum TO CM-SNUM
               READ COMMISSION-MASTER
                   NOT INVALID KEY
                       MOVE CM-YTD-COMMISSION TO wsYtdComm
                       MOVE CM-YTD-WHTAX TO wsYtdWhtax
               END-READ
               CLOSE COMMISSION-MASTER
           END-IF

           MOVE "N" TO wsEOF
           OPEN INPUT COMMISSION-PAY-FILE
           IF wsCpStatus NOT = "00"
               MOVE "Y" TO wsEOF
           END-IF
           PERFORM UNTIL wsEOF = "Y"
               READ COMMISSION-PAY-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       IF CP-SNUM = pickSNum
                           AND NOT CP-IS-CANCELLED
                           ADD CP-AMOUNT TO wsPaidGross
                           IF CP-WHTAX IS NUMERIC
                               ADD CP-WHTAX TO wsPaidWhtax
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF wsCpStatus = "00" OR wsCpStatus = "10"
               CLOSE COMMISSION-PAY-FILE
           END-IF

           MOVE "N" TO wsEOF
           OPEN INPUT DRAW-LEDGER-FILE
           IF wsDlStatus NOT = "00"
               MOVE "Y" TO wsEOF
           END-IF
           PERFORM UNTIL wsEOF = "Y"
               READ DRAW-LEDGER-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       IF DL-SNUM = pickSNum
                           IF DL-IS-ADVANCE OR DL-IS-REINSTATE
                               ADD DL-AMOUNT TO wsDrawBal
                           ELSE
                               SUBTRACT DL-AMOUNT FROM wsDrawBal
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF wsDlStatus = "00" OR wsDlStatus = "10"
               CLOSE DRAW-LEDGER-FILE
           END-IF

           MOVE "N" TO wsEOF
           OPEN INPUT BONUS-ACCRUAL-FILE
           IF wsBaStatus NOT = "00"
               MOVE "Y" TO wsEOF
           END-IF
           PERFORM UNTIL wsEOF = "Y"
               READ BONUS-ACCRUAL-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       IF BA-SNUM = pickSNum AND BA-IS-ACCRUED
                           ADD 1 TO wsBonusCount
                           ADD BA-BONUS TO wsBonusDue
                           ADD BA-WHTAX TO wsBonusWh
                       END-IF
               END-READ
           END-PERFORM
           IF wsBaStatus = "00" OR wsBaStatus = "10"
               CLOSE BONUS-ACCRUAL-FILE
           END-IF

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
                       IF EC-SNUM = pickSNum AND EC-IS-APPROVED
                           ADD 1 TO wsExpenseCount
                           ADD EC-AMOUNT TO wsExpenseDue
                       END-IF
                       IF EC-SNUM = pickSNum AND EC-IS-PENDING
                           ADD 1 TO wsPendingCount
                       END-IF
               END-READ
           END-PERFORM
           IF wsEcStatus = "00" OR wsEcStatus = "10"
               CLOSE EXPENSE-CLAIM-FILE
           END-IF.

      *> The same netting COMMRUN does, except that on the final
      *> cheque the draw is recovered from everything owed, bonus
      *> and expense claims included, since there will be no later
      *> cheque to take it from.
       COMPUTE-SETTLEMENT.
           COMPUTE wsOpenGross = wsYtdComm - wsPaidGross
           IF wsOpenGross < 0
               MOVE 0 TO wsOpenGross
           END-IF
           COMPUTE wsWhDue = wsYtdWhtax - wsPaidWhtax
           IF wsWhDue < 0
               MOVE 0 TO wsWhDue
           END-IF
           IF wsWhDue > wsOpenGross
               MOVE wsOpenGross TO wsWhDue
           END-IF
           COMPUTE wsOwed = wsOpenGross - wsWhDue
               + wsBonusDue - wsBonusWh + wsExpenseDue

           MOVE 0 TO wsDrawRec
           MOVE 0 TO wsDrawLeft
           IF wsDrawBal > 0
               IF wsDrawBal > wsOwed
                   MOVE wsOwed TO wsDrawRec
               ELSE
                   MOVE wsDrawBal TO wsDrawRec
               END-IF
               COMPUTE wsDrawLeft = wsDrawBal - wsDrawRec
           END-IF
           COMPUTE wsNetPay = wsOwed - wsDrawRec.

       DECIDE-DRAW-WRITEOFF.
           IF wsDrawLeft = 0
               EXIT PARAGRAPH
           END-IF
           IF wsIsSuper NOT = "Y"
               display "Writing off the unrecovered draw needs a"
                   " supervisor -- operator " wsOperator
                   " is not class S; it stays on the ledger."
               EXIT PARAGRAPH
           END-IF
           MOVE wsDrawLeft TO dispAmount
           display "Write off the unrecovered draw of " dispAmount
               "? (Y/N): " with no advancing
           accept wsConfirm
           IF wsConfirm = "Y"
               MOVE wsDrawLeft TO wsWriteOff
           ELSE
               display "Unrecovered draw left on the ledger for"
                   " collection."
           END-IF.

       POST-SETTLEMENT.
           IF wsOpenGross > 0 OR wsBonusDue > 0 OR wsExpenseDue > 0
               perform WRITE-FINAL-CHEQUE
           END-IF
           IF wsDrawRec > 0
               MOVE wsDrawRec TO DL-AMOUNT
               SET DL-IS-RECOVERY TO TRUE
               MOVE SPACES TO DL-APPROVER
               perform WRITE-DRAW-LINE
           END-IF
           IF wsWriteOff > 0
               MOVE wsWriteOff TO DL-AMOUNT
               SET DL-IS-WRITEOFF TO TRUE
               MOVE wsOperator TO DL-APPROVER
               perform WRITE-DRAW-LINE
           END-IF
           IF wsBonusDue > 0
               perform MARK-BONUSES-PAID
           END-IF
           IF wsExpenseDue > 0
               perform MARK-CLAIMS-PAID
           END-IF.

      *> Cheque numbers come off the same control file COMMRUN
      *> draws from, so the stock stays in one series.
       GET-NEXT-CHEQUE-NUMBER.
           MOVE 1 TO wsNextCheque
           OPEN INPUT CHEQUE-CONTROL-FILE
           IF wsQcStatus = "00"
               READ CHEQUE-CONTROL-FILE
                   NOT AT END
                       MOVE QC-NEXT-CHEQUE TO wsNextCheque
               END-READ
               CLOSE CHEQUE-CONTROL-FILE
           END-IF
           OPEN OUTPUT CHEQUE-CONTROL-FILE
           COMPUTE QC-NEXT-CHEQUE = wsNextCheque + 1
           WRITE CHEQUE-CONTROL-REC
           CLOSE CHEQUE-CONTROL-FILE.

       WRITE-FINAL-CHEQUE.
           perform GET-NEXT-CHEQUE-NUMBER
           OPEN EXTEND COMMISSION-PAY-FILE
           IF wsCpStatus = "35"
               OPEN OUTPUT COMMISSION-PAY-FILE
               CLOSE COMMISSION-PAY-FILE
               OPEN EXTEND COMMISSION-PAY-FILE
           END-IF
           MOVE pickSNum TO CP-SNUM
           MOVE wsToday TO CP-PAYDATE
           MOVE wsOpenGross TO CP-AMOUNT
           MOVE wsWhDue TO CP-WHTAX
           MOVE wsDrawRec TO CP-DRAWREC
           MOVE wsNetPay TO CP-NET
           MOVE wsNextCheque TO CP-CHEQUE
           MOVE wsBonusDue TO CP-BONUS
           MOVE wsBonusWh TO CP-BONUS-WHTAX
           MOVE SPACE TO CP-STATUS
           MOVE 0 TO CP-VOID-DATE
           MOVE SPACES TO CP-VOID-REASON
           MOVE SPACES TO CP-VOID-APPROVER
           MOVE 0 TO CP-ORIG-CHEQUE
           MOVE "N" TO CP-PP-SENT
           MOVE wsExpenseDue TO CP-EXPENSE
           WRITE COMMISSION-PAY-REC
           CLOSE COMMISSION-PAY-FILE.

      *> The caller has set the amount, type, and approver.
       WRITE-DRAW-LINE.
           OPEN EXTEND DRAW-LEDGER-FILE
           IF wsDlStatus = "35"
               OPEN OUTPUT DRAW-LEDGER-FILE
               CLOSE DRAW-LEDGER-FILE
               OPEN EXTEND DRAW-LEDGER-FILE
           END-IF
           MOVE pickSNum TO DL-SNUM
           MOVE wsToday TO DL-DATE
           WRITE DRAW-LEDGER-REC
           CLOSE DRAW-LEDGER-FILE.

       MARK-BONUSES-PAID.
           MOVE "N" TO wsEOF
           OPEN INPUT BONUS-ACCRUAL-FILE
           OPEN OUTPUT BONUS-COPY-FILE
           PERFORM UNTIL wsEOF = "Y"
               READ BONUS-ACCRUAL-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       IF BA-SNUM = pickSNum AND BA-IS-ACCRUED
                           SET BA-IS-PAID TO TRUE
                           MOVE wsToday TO BA-PAYDATE
                           MOVE wsNextCheque TO BA-CHEQUE
                       END-IF
                       MOVE SPACES TO BONUS-COPY-REC
                       MOVE BONUS-ACCRUAL-REC TO BONUS-COPY-REC
                       WRITE BONUS-COPY-REC
               END-READ
           END-PERFORM
           CLOSE BONUS-ACCRUAL-FILE
           CLOSE BONUS-COPY-FILE

           MOVE "N" TO wsEOF
           OPEN INPUT BONUS-COPY-FILE
           OPEN OUTPUT BONUS-ACCRUAL-FILE
           PERFORM UNTIL wsEOF = "Y"
               READ BONUS-COPY-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       MOVE BONUS-COPY-REC TO BONUS-ACCRUAL-REC
                       WRITE BONUS-ACCRUAL-REC
               END-READ
           END-PERFORM
           CLOSE BONUS-COPY-FILE
           CLOSE BONUS-ACCRUAL-FILE.

       MARK-CLAIMS-PAID.
           MOVE "N" TO wsEOF
           OPEN INPUT EXPENSE-CLAIM-FILE
           OPEN OUTPUT BONUS-COPY-FILE
           PERFORM UNTIL wsEOF = "Y"
               READ EXPENSE-CLAIM-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       IF EC-SNUM = pickSNum AND EC-IS-APPROVED
                           SET EC-IS-PAID TO TRUE
                           MOVE wsToday TO EC-PAYDATE
                           MOVE wsNextCheque TO EC-CHEQUE
                       END-IF
                       MOVE SPACES TO BONUS-COPY-REC
                       MOVE EXPENSE-CLAIM-REC TO BONUS-COPY-REC
                       WRITE BONUS-COPY-REC
               END-READ
           END-PERFORM
           CLOSE EXPENSE-CLAIM-FILE
           CLOSE BONUS-COPY-FILE

           MOVE "N" TO wsEOF
           OPEN INPUT BONUS-COPY-FILE
           OPEN OUTPUT EXPENSE-CLAIM-FILE
           PERFORM UNTIL wsEOF = "Y"
               READ BONUS-COPY-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       MOVE BONUS-COPY-REC TO EXPENSE-CLAIM-REC
                       WRITE EXPENSE-CLAIM-REC
               END-READ
           END-PERFORM
           CLOSE BONUS-COPY-FILE
           CLOSE EXPENSE-CLAIM-FILE.

      *> Printed once on the console before posting, and again to
      *> the console and SETTLE.PRT once it is posted, with the
      *> cheque number and the draw's disposition filled in.
       PRINT-SETTLEMENT-STATEMENT.
           STRING "SALESMAN #" pickSNum "  " wsSName "  SETTLED "
               wsToday DELIMITED BY SIZE INTO wsRptLine
           perform SHOW-STATEMENT-LINE
           perform SHOW-STATEMENT-LINE
           MOVE wsYtdComm TO dispAmount
           STRING "COMMISSION ACCRUED YTD      " dispAmount
               DELIMITED BY SIZE INTO wsRptLine
           perform SHOW-STATEMENT-LINE
           MOVE wsPaidGross TO dispAmount
           STRING "  LESS PAID ON CHEQUES      " dispAmount
               DELIMITED BY SIZE INTO wsRptLine
           perform SHOW-STATEMENT-LINE
           MOVE wsOpenGross TO dispAmount
           STRING "COMMISSION DUE              " dispAmount
               DELIMITED BY SIZE INTO wsRptLine
           perform SHOW-STATEMENT-LINE
           MOVE wsWhDue TO dispAmount
           STRING "  LESS WITHHOLDING DUE      " dispAmount
               DELIMITED BY SIZE INTO wsRptLine
           perform SHOW-STATEMENT-LINE
           MOVE wsBonusCount TO dispCount
           MOVE wsBonusDue TO dispAmount
           STRING "QUOTA BONUS UNPAID (" dispCount ")  " dispAmount
               DELIMITED BY SIZE INTO wsRptLine
           perform SHOW-STATEMENT-LINE
           MOVE wsBonusWh TO dispAmount
           STRING "  LESS BONUS WITHHOLDING    " dispAmount
               DELIMITED BY SIZE INTO wsRptLine
           perform SHOW-STATEMENT-LINE
           MOVE wsExpenseCount TO dispCount
           MOVE wsExpenseDue TO dispAmount
           STRING "EXPENSE CLAIMS (" dispCount ")      " dispAmount
               DELIMITED BY SIZE INTO wsRptLine
           perform SHOW-STATEMENT-LINE
           IF wsPendingCount > 0
               MOVE wsPendingCount TO dispCount
               STRING "  " dispCount " CLAIM(S) STILL AWAITING"
                   " APPROVAL -- NOT PAID"
                   DELIMITED BY SIZE INTO wsRptLine
               perform SHOW-STATEMENT-LINE
           END-IF
           MOVE wsOwed TO dispAmount
           STRING "OWED TO SALESMAN            " dispAmount
               DELIMITED BY SIZE INTO wsRptLine
           perform SHOW-STATEMENT-LINE
           perform SHOW-STATEMENT-LINE
           MOVE wsDrawBal TO dispAmount
           STRING "DRAW OUTSTANDING            " dispAmount
               DELIMITED BY SIZE INTO wsRptLine
           perform SHOW-STATEMENT-LINE
           MOVE wsDrawRec TO dispAmount
           STRING "  RECOVERED ON THIS CHEQUE  " dispAmount
               DELIMITED BY SIZE INTO wsRptLine
           perform SHOW-STATEMENT-LINE
           MOVE wsDrawLeft TO dispAmount
           STRING "  NOT RECOVERABLE           " dispAmount
               DELIMITED BY SIZE INTO wsRptLine
           perform SHOW-STATEMENT-LINE
           IF wsToFile = "Y" AND wsDrawLeft > 0
               IF wsWriteOff > 0
                   STRING "  WRITTEN OFF, APPROVED BY " wsOperator
                       DELIMITED BY SIZE INTO wsRptLine
               ELSE
                   MOVE "  LEFT ON THE LEDGER FOR COLLECTION"
                       TO wsRptLine
               END-IF
               perform SHOW-STATEMENT-LINE
           END-IF
           perform SHOW-STATEMENT-LINE
           MOVE wsNetPay TO dispAmount
           STRING "NET FINAL CHEQUE            " dispAmount
               DELIMITED BY SIZE INTO wsRptLine
           perform SHOW-STATEMENT-LINE
           IF wsToFile = "Y" AND wsNextCheque > 0
               STRING "CHEQUE #" wsNextCheque
                   " WRITTEN TO COMMPAY.DAT"
                   DELIMITED BY SIZE INTO wsRptLine
               perform SHOW-STATEMENT-LINE
           END-IF.

       SHOW-STATEMENT-LINE.
           display wsRptLine
           IF wsToFile = "Y"
               perform WRITE-REPORT-LINE
           END-IF
           MOVE SPACES TO wsRptLine.
