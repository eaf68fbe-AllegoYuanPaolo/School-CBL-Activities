      *> Commission cheque void, stop-payment, and reissue. A cheque
      *> on COMMPAY.DAT is never edited away: voiding it (spoiled,
      *> never sent) or stopping it (lost, stop placed with the
      *> bank) stamps the register line with the status, the date,
      *> a reason, and the supervisor who approved it, and from
      *> then on everything that totals paid-to-date skips it, so
      *> its gross and withholding are back in the salesman's
      *> unpaid balance for the next COMMRUN. Whatever else the
      *> cheque settled is put back with it: the draw it recovered
      *> is reinstated on the draw ledger, the quota bonuses it
      *> paid go back to accrued, and the expense claims it
      *> reimbursed go back to approved. A reissue cancels the original
      *> if it is still live and cuts a replacement for the same
      *> figures on a new cheque number off CHQCTL.DAT, carrying
      *> the original's number; a cheque already cancelled is only
      *> reissued while its money is still unpaid, so a later
      *> payment run and a reissue can never both pay it. Only a
      *> class S operator on OPERPROF.DAT may approve any of it.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHQVOID.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT VOID-WORK-FILE ASSIGN TO "CHQVWK.DAT"
               ORGANIZATION LINE SEQUENTIAL.

           SELECT CHEQUE-CONTROL-FILE ASSIGN TO "CHQCTL.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsQcStatus.

           SELECT OPERATOR-PROFILE-FILE ASSIGN TO "OPERPROF.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsOpStatus.

       DATA DIVISION.
           FILE SECTION.
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

      *> Cut wider than the 127-byte cheque line (and the 75-byte
      *> accrual and 86-byte claim lines, which pass through it
      *> too) so the copy pass can never shave the tail.
           FD VOID-WORK-FILE.
           01 VOID-WORK-REC PIC X(160).

           FD CHEQUE-CONTROL-FILE.
           01 CHEQUE-CONTROL-REC.
               05 QC-NEXT-CHEQUE PIC 9(6).

           FD OPERATOR-PROFILE-FILE.
           COPY OPERPROF.

           WORKING-STORAGE SECTION.
           01 wsMode pic 9.
           01 wsAgain pic X value "Y".
           01 wsEOF pic X value "N".
           01 wsProfEOF pic X.
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
           01 wsDone pic X.
           01 wsCount pic 9(5).

           01 mntCheque pic 9(6).
           01 mntStatus pic X.
           01 mntReason pic X(20).

      *> The register line for the cheque entered, as found.
           01 wsFound pic X.
           01 wsReplaced pic X.
           01 origSNum pic 9(6).
           01 origPayDate pic 9(8).
           01 origAmount pic 9(7)v99.
           01 origWhtax pic 9(7)v99.
           01 origDrawRec pic 9(7)v99.
           01 origNet pic 9(7)v99.
           01 origBonus pic 9(7)v99.
           01 origBonusWh pic 9(7)v99.
           01 origExpense pic 9(7)v99.
           01 origStatus pic X.
               88 origIsCancelled value "V" "S".

           01 wsPaidGross pic 9(9)v99.
           01 wsOpenGross pic S9(9)v99.
           01 wsDrawBal pic S9(9)v99.
           01 wsBonusHeld pic 9(9)v99.
           01 wsExpenseHeld pic 9(9)v99.

           01 dispAmount pic z,zzz,zz9.99.
           01 dispCount pic ZZ,ZZ9.

           COPY NUMCHECK.
           COPY RPTHDR.

       PROCEDURE DIVISION.

           move "Cheque Void / Stop / Reissue" to WS-RPT-TITLE
           perform PRINT-REPORT-HEADER
           MOVE FUNCTION CURRENT-DATE(1:8) TO wsToday

           display "Operator ID: " with no advancing
           accept wsOperator
           perform CHECK-OPERATOR-CLASS

           PERFORM UNTIL wsAgain NOT = "Y"
               display " "
               display "1. Void a cheque"
               display "2. Stop payment on a cheque"
               display "3. Reissue a cheque"
               display "4. List voided and reissued cheques"
               display "0. Exit"
               display "Select mode: " with no advancing
               accept wsMode

               evaluate wsMode
                   when 1
                       MOVE "V" TO mntStatus
                       perform VOID-OR-STOP-CHEQUE
                   when 2
                       MOVE "S" TO mntStatus
                       perform VOID-OR-STOP-CHEQUE
                   when 3
                       perform REISSUE-CHEQUE
                   when 4
                       perform LIST-CANCELLED-CHEQUES
                   when 0
                       move "N" to wsAgain
                   when other
                       display "Invalid selection."
               end-evaluate
           END-PERFORM.

           perform PRINT-REPORT-FOOTER.

       STOP RUN.

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

       ACCEPT-CHEQUE-NUMBER.
           move "N" to WS-VALID-OK
           perform until VALID-NUMERIC-INPUT
               display "Cheque number: " with no advancing
               accept WS-VALID-BUFFER
               perform VALIDATE-NUMERIC-INPUT
           end-perform
           compute mntCheque = function numval(WS-VALID-BUFFER).

      *> The first register line carrying the number is the cheque;
      *> any line naming it as its original means it has already
      *> been replaced.
       FIND-CHEQUE.
           MOVE "N" TO wsFound
           MOVE "N" TO wsReplaced
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
                       IF CP-CHEQUE = mntCheque AND wsFound = "N"
                           MOVE "Y" TO wsFound
                           MOVE CP-SNUM TO origSNum
                           MOVE CP-PAYDATE TO origPayDate
                           MOVE CP-AMOUNT TO origAmount
                           MOVE CP-WHTAX TO origWhtax
                           MOVE CP-DRAWREC TO origDrawRec
                           MOVE CP-NET TO origNet
                           MOVE 0 TO origBonus
                           MOVE 0 TO origBonusWh
                           IF CP-BONUS IS NUMERIC
                               MOVE CP-BONUS TO origBonus
                               MOVE CP-BONUS-WHTAX TO origBonusWh
                           END-IF
                           MOVE 0 TO origExpense
                           IF CP-EXPENSE IS NUMERIC
                               MOVE CP-EXPENSE TO origExpense
                           END-IF
                           MOVE CP-STATUS TO origStatus
                       END-IF
                       IF CP-ORIG-CHEQUE IS NUMERIC
                           AND CP-ORIG-CHEQUE = mntCheque
                           MOVE "Y" TO wsReplaced
                       END-IF
               END-READ
           END-PERFORM
           IF wsCpStatus = "00" OR wsCpStatus = "10"
               CLOSE COMMISSION-PAY-FILE
           END-IF
           IF wsFound = "N"
               display "Cheque #" mntCheque " is not on the register."
           END-IF.

       SHOW-FOUND-CHEQUE.
           MOVE origNet TO dispAmount
           display "Cheque #" mntCheque " to #" origSNum " dated "
               origPayDate " net " dispAmount.

       VOID-OR-STOP-CHEQUE.
           IF wsIsSuper NOT = "Y"
               display "Operator " wsOperator " is not class S --"
                   " a supervisor must approve this."
               EXIT PARAGRAPH
           END-IF
           perform ACCEPT-CHEQUE-NUMBER
           perform FIND-CHEQUE
           IF wsFound = "N"
               EXIT PARAGRAPH
           END-IF
           IF origIsCancelled
               display "Cheque #" mntCheque " is already "
                   "voided or stopped."
               EXIT PARAGRAPH
           END-IF
           perform SHOW-FOUND-CHEQUE
           perform CANCEL-FOUND-CHEQUE
           IF wsDone = "Y"
               display "Cheque #" mntCheque " cancelled -- its amount"
                   " is back in #" origSNum "'s unpaid balance."
           END-IF.

      *> Asks the reason and confirmation, then stamps the register
      *> line and puts back the draw, bonuses, and expense claims
      *> the cheque settled.
       CANCEL-FOUND-CHEQUE.
           MOVE "N" TO wsDone
           MOVE SPACES TO mntReason
           PERFORM UNTIL mntReason NOT = SPACES
               display "Reason: " with no advancing
               accept mntReason
           END-PERFORM
           IF mntStatus = "V"
               display "Void cheque #" mntCheque "? (Y/N): "
                   with no advancing
           ELSE
               display "Stop payment on cheque #" mntCheque
                   "? (Y/N): " with no advancing
           END-IF
           accept wsConfirm
           IF wsConfirm NOT = "Y"
               display "Nothing changed."
               EXIT PARAGRAPH
           END-IF

           perform STAMP-CHEQUE-CANCELLED
           IF origDrawRec > 0
               MOVE origDrawRec TO DL-AMOUNT
               SET DL-IS-REINSTATE TO TRUE
               MOVE wsOperator TO DL-APPROVER
               perform WRITE-DRAW-LINE
           END-IF
           IF origBonus > 0
               MOVE 0 TO wsNextCheque
               perform REPOINT-CHEQUE-BONUSES
           END-IF
           IF origExpense > 0
               MOVE 0 TO wsNextCheque
               perform REPOINT-CHEQUE-CLAIMS
           END-IF
           MOVE mntStatus TO origStatus
           MOVE "Y" TO wsDone.

       STAMP-CHEQUE-CANCELLED.
           MOVE "N" TO wsFound
           MOVE "N" TO wsEOF
           OPEN INPUT COMMISSION-PAY-FILE
           OPEN OUTPUT VOID-WORK-FILE
           PERFORM UNTIL wsEOF = "Y"
               READ COMMISSION-PAY-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       IF CP-CHEQUE = mntCheque AND wsFound = "N"
                           MOVE "Y" TO wsFound
                           MOVE mntStatus TO CP-STATUS
                           MOVE wsToday TO CP-VOID-DATE
                           MOVE mntReason TO CP-VOID-REASON
                           MOVE wsOperator TO CP-VOID-APPROVER
                           IF CP-ORIG-CHEQUE NOT NUMERIC
                               MOVE 0 TO CP-ORIG-CHEQUE
                           END-IF
                       END-IF
                       MOVE SPACES TO VOID-WORK-REC
                       MOVE COMMISSION-PAY-REC TO VOID-WORK-REC
                       WRITE VOID-WORK-REC
               END-READ
           END-PERFORM
           CLOSE COMMISSION-PAY-FILE
           CLOSE VOID-WORK-FILE

           MOVE "N" TO wsEOF
           OPEN INPUT VOID-WORK-FILE
           OPEN OUTPUT COMMISSION-PAY-FILE
           PERFORM UNTIL wsEOF = "Y"
               READ VOID-WORK-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       MOVE VOID-WORK-REC TO COMMISSION-PAY-REC
                       WRITE COMMISSION-PAY-REC
               END-READ
           END-PERFORM
           CLOSE VOID-WORK-FILE
           CLOSE COMMISSION-PAY-FILE.

      *> Bonuses paid on the cheque go back to accrued, still
      *> naming it, when wsNextCheque is zero; on a reissue the
      *> same lines are paid again on the replacement.
       REPOINT-CHEQUE-BONUSES.
           MOVE "N" TO wsEOF
           OPEN INPUT BONUS-ACCRUAL-FILE
           OPEN OUTPUT VOID-WORK-FILE
           PERFORM UNTIL wsEOF = "Y"
               READ BONUS-ACCRUAL-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       IF BA-SNUM = origSNum
                           AND BA-CHEQUE = mntCheque
                           IF wsNextCheque = 0
                               SET BA-IS-ACCRUED TO TRUE
                               MOVE 0 TO BA-PAYDATE
                           ELSE
                               SET BA-IS-PAID TO TRUE
                               MOVE wsToday TO BA-PAYDATE
                               MOVE wsNextCheque TO BA-CHEQUE
                           END-IF
                       END-IF
                       MOVE SPACES TO VOID-WORK-REC
                       MOVE BONUS-ACCRUAL-REC TO VOID-WORK-REC
                       WRITE VOID-WORK-REC
               END-READ
           END-PERFORM
           CLOSE BONUS-ACCRUAL-FILE
           CLOSE VOID-WORK-FILE

           MOVE "N" TO wsEOF
           OPEN INPUT VOID-WORK-FILE
           OPEN OUTPUT BONUS-ACCRUAL-FILE
           PERFORM UNTIL wsEOF = "Y"
               READ VOID-WORK-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       MOVE VOID-WORK-REC TO BONUS-ACCRUAL-REC
                       WRITE BONUS-ACCRUAL-REC
               END-READ
           END-PERFORM
           CLOSE VOID-WORK-FILE
           CLOSE BONUS-ACCRUAL-FILE.

      *> Claims reimbursed on the cheque go back to approved, still
      *> naming it, when wsNextCheque is zero; on a reissue the
      *> same claims are paid again on the replacement.
       REPOINT-CHEQUE-CLAIMS.
           MOVE "N" TO wsEOF
           OPEN INPUT EXPENSE-CLAIM-FILE
           IF wsEcStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT VOID-WORK-FILE
           PERFORM UNTIL wsEOF = "Y"
               READ EXPENSE-CLAIM-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       IF EC-SNUM = origSNum
                           AND EC-CHEQUE = mntCheque
                           IF wsNextCheque = 0
                               SET EC-IS-APPROVED TO TRUE
                               MOVE 0 TO EC-PAYDATE
                           ELSE
                               SET EC-IS-PAID TO TRUE
                               MOVE wsToday TO EC-PAYDATE
                               MOVE wsNextCheque TO EC-CHEQUE
                           END-IF
                       END-IF
                       MOVE SPACES TO VOID-WORK-REC
                       MOVE EXPENSE-CLAIM-REC TO VOID-WORK-REC
                       WRITE VOID-WORK-REC
               END-READ
           END-PERFORM
           CLOSE EXPENSE-CLAIM-FILE
           CLOSE VOID-WORK-FILE

           MOVE "N" TO wsEOF
           OPEN INPUT VOID-WORK-FILE
           OPEN OUTPUT EXPENSE-CLAIM-FILE
           PERFORM UNTIL wsEOF = "Y"
               READ VOID-WORK-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       MOVE VOID-WORK-REC TO EXPENSE-CLAIM-REC
                       WRITE EXPENSE-CLAIM-REC
               END-READ
           END-PERFORM
           CLOSE VOID-WORK-FILE
           CLOSE EXPENSE-CLAIM-FILE.

      *> The caller has set the amount, type, and approver.
       WRITE-DRAW-LINE.
           OPEN EXTEND DRAW-LEDGER-FILE
           IF wsDlStatus = "35"
               OPEN OUTPUT DRAW-LEDGER-FILE
               CLOSE DRAW-LEDGER-FILE
               OPEN EXTEND DRAW-LEDGER-FILE
           END-IF
           MOVE origSNum TO DL-SNUM
           MOVE wsToday TO DL-DATE
           WRITE DRAW-LEDGER-REC
           CLOSE DRAW-LEDGER-FILE.

       REISSUE-CHEQUE.
           IF wsIsSuper NOT = "Y"
               display "Operator " wsOperator " is not class S --"
                   " a supervisor must approve this."
               EXIT PARAGRAPH
           END-IF
           perform ACCEPT-CHEQUE-NUMBER
           perform FIND-CHEQUE
           IF wsFound = "N"
               EXIT PARAGRAPH
           END-IF
           IF wsReplaced = "Y"
               display "Cheque #" mntCheque " has already been"
                   " reissued."
               EXIT PARAGRAPH
           END-IF
           perform SHOW-FOUND-CHEQUE

           IF NOT origIsCancelled
               MOVE SPACE TO mntStatus
               PERFORM UNTIL mntStatus = "V" OR mntStatus = "S"
                   display "Void or stop the original (V/S): "
                       with no advancing
                   accept mntStatus
               END-PERFORM
               perform CANCEL-FOUND-CHEQUE
               IF wsDone NOT = "Y"
                   EXIT PARAGRAPH
               END-IF
           END-IF

           perform CHECK-STILL-UNPAID
           IF wsDone NOT = "Y"
               EXIT PARAGRAPH
           END-IF

           perform GET-NEXT-CHEQUE-NUMBER
           perform WRITE-REPLACEMENT-CHEQUE
           IF origDrawRec > 0
               MOVE origDrawRec TO DL-AMOUNT
               SET DL-IS-RECOVERY TO TRUE
               MOVE SPACES TO DL-APPROVER
               perform WRITE-DRAW-LINE
           END-IF
           IF origBonus > 0
               perform REPOINT-CHEQUE-BONUSES
           END-IF
           IF origExpense > 0
               perform REPOINT-CHEQUE-CLAIMS
           END-IF
           MOVE origNet TO dispAmount
           display "Cheque #" wsNextCheque " issued for " dispAmount
               " replacing #" mntCheque ".".

      *> A cancelled cheque's figures are paid again only while all
      *> of them are still open: the commission not settled by a
      *> later cheque, the reinstated draw not recovered by one,
      *> and its bonuses and expense claims still held against
      *> it. Otherwise a payment run has already paid the money
      *> out.
       CHECK-STILL-UNPAID.
           MOVE "N" TO wsDone
           MOVE 0 TO wsPaidGross
           MOVE 0 TO wsDrawBal
           MOVE 0 TO wsBonusHeld
           MOVE 0 TO wsExpenseHeld
           MOVE 0 TO wsOpenGross

           OPEN INPUT COMMISSION-MASTER
           IF wsCmStatus = "00"
               MOVE origSNum TO CM-SNUM
               READ COMMISSION-MASTER
                   NOT INVALID KEY
                       MOVE CM-YTD-COMMISSION TO wsOpenGross
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
                       IF CP-SNUM = origSNum
                           AND NOT CP-IS-CANCELLED
                           ADD CP-AMOUNT TO wsPaidGross
                       END-IF
               END-READ
           END-PERFORM
           IF wsCpStatus = "00" OR wsCpStatus = "10"
               CLOSE COMMISSION-PAY-FILE
           END-IF
           SUBTRACT wsPaidGross FROM wsOpenGross

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
                       IF DL-SNUM = origSNum
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
                       IF BA-SNUM = origSNum
                           AND BA-CHEQUE = mntCheque
                           AND BA-IS-ACCRUED
                           ADD BA-BONUS TO wsBonusHeld
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
                       IF EC-SNUM = origSNum
                           AND EC-CHEQUE = mntCheque
                           AND EC-IS-APPROVED
                           ADD EC-AMOUNT TO wsExpenseHeld
                       END-IF
               END-READ
           END-PERFORM
           IF wsEcStatus = "00" OR wsEcStatus = "10"
               CLOSE EXPENSE-CLAIM-FILE
           END-IF

           IF wsOpenGross < origAmount
               OR wsDrawBal < origDrawRec
               OR wsBonusHeld NOT = origBonus
               OR wsExpenseHeld NOT = origExpense
               display "Cheque #" mntCheque "'s money has been paid"
                   " out by a later run -- not reissued."
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO wsDone.

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

       WRITE-REPLACEMENT-CHEQUE.
           OPEN EXTEND COMMISSION-PAY-FILE
           IF wsCpStatus = "35"
               OPEN OUTPUT COMMISSION-PAY-FILE
               CLOSE COMMISSION-PAY-FILE
               OPEN EXTEND COMMISSION-PAY-FILE
           END-IF
           MOVE origSNum TO CP-SNUM
           MOVE wsToday TO CP-PAYDATE
           MOVE origAmount TO CP-AMOUNT
           MOVE origWhtax TO CP-WHTAX
           MOVE origDrawRec TO CP-DRAWREC
           MOVE origNet TO CP-NET
           MOVE wsNextCheque TO CP-CHEQUE
           MOVE origBonus TO CP-BONUS
           MOVE origBonusWh TO CP-BONUS-WHTAX
           MOVE SPACE TO CP-STATUS
           MOVE 0 TO CP-VOID-DATE
           MOVE SPACES TO CP-VOID-REASON
           MOVE SPACES TO CP-VOID-APPROVER
           MOVE mntCheque TO CP-ORIG-CHEQUE
           MOVE "N" TO CP-PP-SENT
           MOVE origExpense TO CP-EXPENSE
           WRITE COMMISSION-PAY-REC
           CLOSE COMMISSION-PAY-FILE.

       LIST-CANCELLED-CHEQUES.
           MOVE 0 TO wsCount
           MOVE "N" TO wsEOF
           OPEN INPUT COMMISSION-PAY-FILE
           IF wsCpStatus NOT = "00"
               display "No cheque register on file."
               EXIT PARAGRAPH
           END-IF
           display "CHEQUE SALESMAN          NET ST DATE     REASON"
               "               BY"
           PERFORM UNTIL wsEOF = "Y"
               READ COMMISSION-PAY-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       IF CP-IS-CANCELLED
                           ADD 1 TO wsCount
                           MOVE CP-NET TO dispAmount
                           display CP-CHEQUE " " CP-SNUM "  "
                               dispAmount " " CP-STATUS "  "
                               CP-VOID-DATE " " CP-VOID-REASON " "
                               CP-VOID-APPROVER
                       END-IF
                       IF CP-ORIG-CHEQUE IS NUMERIC
                           AND CP-ORIG-CHEQUE > 0
                           ADD 1 TO wsCount
                           MOVE CP-NET TO dispAmount
                           display CP-CHEQUE " " CP-SNUM "  "
                               dispAmount " R  " CP-PAYDATE
                               " reissue of #" CP-ORIG-CHEQUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COMMISSION-PAY-FILE
           MOVE wsCount TO dispCount
           display "Lines listed: " dispCount.
