      *> the cheque record is written -- the arithmetic payroll used
      *> to do by hand from WHTAXRPT and the outstanding report.
      *> The payment register closes with control totals that tie
      *> to the cheques actually cut. Quota bonuses accrued by
      *> BONUSRUN up to the cutoff ride on the same cheque, gross
      *> and withholding apart from the commission's, and their
      *> accrual lines are marked paid with the cheque number; the
      *> draw is recovered from commission only. Expense claims
      *> approved on EXPCLAIM.DAT and dated by the cutoff are
      *> reimbursed on the cheque too, as an untaxed line of their
      *> own that the draw never touches, and are marked paid the
      *> same way. Cheques voided or
      *> stopped on the register count as never paid. The
      *> register's control totals -- cheque count, net, and the
      *> range of cheque numbers drawn -- are kept on PAYREG.DAT
      *> for POSPAY to prove the bank's positive-pay file against.
      *>
      *> The payments file and the draw ledger are each sorted by
      *> salesman into a work file and walked forward beside the
      *> master, the same balance-line match COMMPAY's outstanding
      *> report uses for its payments; the bonus accruals and the
      *> expense claims likewise.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMMRUN.

               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsQcStatus.

           SELECT BONUS-ACCRUAL-FILE ASSIGN TO "BONUSACR.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsBaStatus.

           SELECT BONUS-SORT-FILE ASSIGN TO "SRTWK56".

           SELECT BONUS-WORK-FILE ASSIGN TO "CRUNBW.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsBwStatus.

           SELECT BONUS-COPY-FILE ASSIGN TO "CRUNBX.DAT"
               ORGANIZATION LINE SEQUENTIAL.

           SELECT EXPENSE-CLAIM-FILE ASSIGN TO "EXPCLAIM.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsEcStatus.

           SELECT EXPENSE-SORT-FILE ASSIGN TO "SRTWK57".

           SELECT EXPENSE-WORK-FILE ASSIGN TO "CRUNEW.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsEwStatus.

           SELECT PAY-REGISTER-FILE ASSIGN TO "PAYREG.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsPrStatus.

       DATA DIVISION.
           FILE SECTION.
           FD COMMISSION-MASTER.
           01 CHEQUE-CONTROL-REC.
               05 QC-NEXT-CHEQUE PIC 9(6).

           FD BONUS-ACCRUAL-FILE.
           COPY BONUSACR.

           SD BONUS-SORT-FILE.
           01 BONUS-SORT-REC.
               05 BS-SNUM PIC 9(6).
               05 BS-BONUS PIC 9(7)V99.
               05 BS-WHTAX PIC 9(7)V99.

           FD BONUS-WORK-FILE.
           01 BONUS-WORK-REC.
               05 BW-SNUM PIC 9(6).
               05 BW-BONUS PIC 9(7)V99.
               05 BW-WHTAX PIC 9(7)V99.

      *> Cut wider than the 75-byte accrual line (and the 86-byte
      *> claim line, which passes through it too) so the copy pass
      *> can never shave the tail.
           FD BONUS-COPY-FILE.
           01 BONUS-COPY-REC PIC X(120).

           FD EXPENSE-CLAIM-FILE.
           COPY EXPCLAIM.

           SD EXPENSE-SORT-FILE.
           01 EXPENSE-SORT-REC.
               05 ES-SNUM PIC 9(6).
               05 ES-AMOUNT PIC 9(5)V99.

           FD EXPENSE-WORK-FILE.
           01 EXPENSE-WORK-REC.
               05 EW-SNUM PIC 9(6).
               05 EW-AMOUNT PIC 9(5)V99.

           FD PAY-REGISTER-FILE.
           COPY PAYREG.

           WORKING-STORAGE SECTION.
           01 wsEOF pic X value "N".
           01 wsPayEOF pic X value "N".
           01 wsDwStatus pic X(2).
           01 wsQcStatus pic X(2).
           01 wsNextCheque pic 9(6).
           01 wsBonusEOF pic X value "N".
           01 wsBaStatus pic X(2).
           01 wsBwStatus pic X(2).
           01 wsPrStatus pic X(2).
           01 wsExpenseEOF pic X value "N".
           01 wsEcStatus pic X(2).
           01 wsEwStatus pic X(2).
           01 wsFirstCheque pic 9(6) value 0.

           01 wsCutoffDate pic 9(8).
           01 wsConfirm pic X.
           01 wsWhDue pic S9(9)v99.
           01 wsDrawRec pic 9(9)v99.
           01 wsNetPay pic S9(9)v99.
           01 wsBonusDue pic 9(9)v99.
           01 wsBonusWh pic 9(9)v99.
           01 wsExpenseDue pic 9(9)v99.

      *> Salesmen whose bonus went on a cheque this run, for the
      *> pass that marks their accrual lines paid.
           01 wsBonPaidMax pic 9(4) value 1000.
           01 wsBonPaidCount pic 9(4) value 0.
           01 bpIdx pic 9(4).
           01 wsBonPaidTable.
               05 wsBonPaidEntry OCCURS 1000 TIMES.
                   10 bpSNum pic 9(6).
                   10 bpCheque pic 9(6).

      *> Salesmen whose expense claims went on a cheque this run.
           01 wsExpPaidMax pic 9(4) value 1000.
           01 wsExpPaidCount pic 9(4) value 0.
           01 epIdx pic 9(4).
           01 wsExpPaidTable.
               05 wsExpPaidEntry OCCURS 1000 TIMES.
                   10 epSNum pic 9(6).
                   10 epCheque pic 9(6).

           01 wsChequeCount pic 9(4) value 0.
           01 totGross pic 9(11)v99 value 0.
           01 totWhtax pic 9(11)v99 value 0.
           01 totDrawRec pic 9(11)v99 value 0.
           01 totNet pic 9(11)v99 value 0.
           01 totBonus pic 9(11)v99 value 0.
           01 totBonusWh pic 9(11)v99 value 0.
           01 totExpense pic 9(11)v99 value 0.

           01 dispGross pic z,zzz,zz9.99-.
           01 dispWhtax pic z,zzz,zz9.99-.
           01 dispDrawRec pic z,zzz,zz9.99.
           01 dispNet pic z,zzz,zz9.99-.
           01 dispBonus pic z,zzz,zz9.99.
           01 dispBonusWh pic z,zzz,zz9.99.
           01 dispExpense pic z,zzz,zz9.99.
           01 dispTotal pic zz,zzz,zz9.99.
           01 dispCount pic Z,ZZ9.

               INPUT PROCEDURE RELEASE-DRAW-LINES
               GIVING DRAW-WORK-FILE.

           SORT BONUS-SORT-FILE
               ON ASCENDING KEY BS-SNUM
               INPUT PROCEDURE RELEASE-BONUS-ACCRUALS
               GIVING BONUS-WORK-FILE.

           SORT EXPENSE-SORT-FILE
               ON ASCENDING KEY ES-SNUM
               INPUT PROCEDURE RELEASE-APPROVED-CLAIMS
               GIVING EXPENSE-WORK-FILE.

           move "Commission Payment Register" to WS-RPT-TITLE
           perform PRINT-REPORT-HEADER
           display "Cutoff " wsCutoffDate
           ELSE
               PERFORM READ-NEXT-DRAW
           END-IF.
           OPEN INPUT BONUS-WORK-FILE.
           IF wsBwStatus NOT = "00"
               MOVE "Y" TO wsBonusEOF
           ELSE
               PERFORM READ-NEXT-BONUS
           END-IF.
           OPEN INPUT EXPENSE-WORK-FILE.
           IF wsEwStatus NOT = "00"
               MOVE "Y" TO wsExpenseEOF
           ELSE
               PERFORM READ-NEXT-EXPENSE
           END-IF.

           MOVE LOW-VALUES TO CM-SNUM.
           START COMMISSION-MASTER KEY NOT < CM-SNUM
           IF wsDwStatus = "00" OR wsDwStatus = "10"
               CLOSE DRAW-WORK-FILE
           END-IF.
           IF wsBwStatus = "00" OR wsBwStatus = "10"
               CLOSE BONUS-WORK-FILE
           END-IF.
           IF wsEwStatus = "00" OR wsEwStatus = "10"
               CLOSE EXPENSE-WORK-FILE
           END-IF.
           CLOSE COMMISSION-MASTER.

           IF wsBonPaidCount > 0
               perform MARK-BONUSES-PAID
           END-IF.
           IF wsExpPaidCount > 0
               perform MARK-CLAIMS-PAID
           END-IF.
           IF wsChequeCount > 0
               perform WRITE-REGISTER-CONTROL
           END-IF.

           display " ".
           MOVE wsChequeCount TO dispCount.
           display "Cheques written:   " dispCount.
           display "Withheld:          " dispTotal.
           MOVE totDrawRec TO dispTotal.
           display "Draw recovered:    " dispTotal.
           MOVE totBonus TO dispTotal.
           display "Quota bonus paid:  " dispTotal.
           MOVE totBonusWh TO dispTotal.
           display "Bonus withheld:    " dispTotal.
           MOVE totExpense TO dispTotal.
           display "Expenses repaid:   " dispTotal.
           MOVE totNet TO dispTotal.
           display "Net of cheques:    " dispTotal.

                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       IF NOT CP-IS-CANCELLED
                           MOVE CP-SNUM TO PS-SNUM
                           MOVE CP-AMOUNT TO PS-AMOUNT
                           IF CP-WHTAX IS NUMERIC
                               MOVE CP-WHTAX TO PS-WHTAX
                           ELSE
                               MOVE 0 TO PS-WHTAX
                           END-IF
                           RELEASE PAY-SORT-REC
                       END-IF
               END-READ
           END-PERFORM
           IF wsCpStatus = "00" OR wsCpStatus = "10"
           END-IF
           MOVE "N" TO wsEOF.

      *> Only accruals dated by the cutoff and not yet paid; a
      *> bonus accrued after the cutoff waits for the next run.
       RELEASE-BONUS-ACCRUALS.
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
                       IF BA-IS-ACCRUED
                           AND BA-RUNDATE <= wsCutoffDate
                           MOVE BA-SNUM TO BS-SNUM
                           MOVE BA-BONUS TO BS-BONUS
                           MOVE BA-WHTAX TO BS-WHTAX
                           RELEASE BONUS-SORT-REC
                       END-IF
               END-READ
           END-PERFORM
           IF wsBaStatus = "00" OR wsBaStatus = "10"
               CLOSE BONUS-ACCRUAL-FILE
           END-IF
           MOVE "N" TO wsEOF.

      *> Only claims a supervisor has approved, dated by the
      *> cutoff; one still pending waits for the next run.
       RELEASE-APPROVED-CLAIMS.
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
                       IF EC-IS-APPROVED
                           AND EC-DATE <= wsCutoffDate
                           MOVE EC-SNUM TO ES-SNUM
                           MOVE EC-AMOUNT TO ES-AMOUNT
                           RELEASE EXPENSE-SORT-REC
                       END-IF
               END-READ
           END-PERFORM
           IF wsEcStatus = "00" OR wsEcStatus = "10"
               CLOSE EXPENSE-CLAIM-FILE
           END-IF
           MOVE "N" TO wsEOF.

       READ-NEXT-EXPENSE.
           READ EXPENSE-WORK-FILE
               AT END
                   MOVE "Y" TO wsExpenseEOF
           END-READ.

       READ-NEXT-BONUS.
           READ BONUS-WORK-FILE
               AT END
                   MOVE "Y" TO wsBonusEOF
           END-READ.

       READ-NEXT-PAYMENT.
           READ PAY-WORK-FILE
               AT END
               PERFORM READ-NEXT-DRAW
           END-PERFORM
           PERFORM UNTIL wsDrawEOF = "Y" OR DW-SNUM NOT = CM-SNUM
               IF DW-TYPE = "A" OR DW-TYPE = "V"
                   ADD DW-AMOUNT TO wsDrawBal
               ELSE
                   SUBTRACT DW-AMOUNT FROM wsDrawBal
               PERFORM READ-NEXT-DRAW
           END-PERFORM

           MOVE 0 TO wsBonusDue
           MOVE 0 TO wsBonusWh
           PERFORM UNTIL wsBonusEOF = "Y" OR BW-SNUM >= CM-SNUM
               PERFORM READ-NEXT-BONUS
           END-PERFORM
           PERFORM UNTIL wsBonusEOF = "Y" OR BW-SNUM NOT = CM-SNUM
               ADD BW-BONUS TO wsBonusDue
               ADD BW-WHTAX TO wsBonusWh
               PERFORM READ-NEXT-BONUS
           END-PERFORM
           IF wsBonusDue > 0 AND wsBonPaidCount >= wsBonPaidMax
               display "#" CM-SNUM "  bonus held for the next run"
               MOVE 0 TO wsBonusDue
               MOVE 0 TO wsBonusWh
           END-IF

           MOVE 0 TO wsExpenseDue
           PERFORM UNTIL wsExpenseEOF = "Y" OR EW-SNUM >= CM-SNUM
               PERFORM READ-NEXT-EXPENSE
           END-PERFORM
           PERFORM UNTIL wsExpenseEOF = "Y" OR EW-SNUM NOT = CM-SNUM
               ADD EW-AMOUNT TO wsExpenseDue
               PERFORM READ-NEXT-EXPENSE
           END-PERFORM
           IF wsExpenseDue > 0 AND wsExpPaidCount >= wsExpPaidMax
               display "#" CM-SNUM "  expenses held for the next run"
               MOVE 0 TO wsExpenseDue
           END-IF

           COMPUTE wsOpenGross = CM-YTD-COMMISSION - wsPaidGross
           IF wsOpenGross < 0
               MOVE 0 TO wsOpenGross
           END-IF
           IF wsOpenGross = 0 AND wsBonusDue = 0 AND wsExpenseDue = 0
               EXIT PARAGRAPH
           END-IF

               MOVE 0 TO wsDrawRec
           END-IF
           SUBTRACT wsDrawRec FROM wsNetPay
           COMPUTE wsNetPay =
               wsNetPay + wsBonusDue - wsBonusWh + wsExpenseDue

           PERFORM WRITE-CHEQUE-RECORD
           IF wsFirstCheque = 0
               MOVE wsNextCheque TO wsFirstCheque
           END-IF
           IF wsBonusDue > 0
               ADD 1 TO wsBonPaidCount
               MOVE CM-SNUM TO bpSNum(wsBonPaidCount)
               MOVE wsNextCheque TO bpCheque(wsBonPaidCount)
           END-IF
           IF wsExpenseDue > 0
               ADD 1 TO wsExpPaidCount
               MOVE CM-SNUM TO epSNum(wsExpPaidCount)
               MOVE wsNextCheque TO epCheque(wsExpPaidCount)
           END-IF
           IF wsDrawRec > 0
               PERFORM WRITE-DRAW-RECOVERY
           END-IF
           ADD wsWhDue TO totWhtax
           ADD wsDrawRec TO totDrawRec
           ADD wsNetPay TO totNet
           ADD wsBonusDue TO totBonus
           ADD wsBonusWh TO totBonusWh
           ADD wsExpenseDue TO totExpense

           MOVE wsOpenGross TO dispGross
           MOVE wsWhDue TO dispWhtax
           MOVE wsDrawRec TO dispDrawRec
           MOVE wsNetPay TO dispNet
           display "#" CM-SNUM "  " dispGross "  " dispWhtax
               "  " dispDrawRec "  " dispNet
           IF wsBonusDue > 0
               MOVE wsBonusDue TO dispBonus
               MOVE wsBonusWh TO dispBonusWh
               display "   quota bonus " dispBonus "  withheld "
                   dispBonusWh
           END-IF
           IF wsExpenseDue > 0
               MOVE wsExpenseDue TO dispExpense
               display "   expenses    " dispExpense "  untaxed"
           END-IF.

      *> Cheque numbers come off their own control file, drawn and
      *> rewritten before the record is cut -- the same never-reuse
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

       WRITE-REGISTER-CONTROL.
           OPEN EXTEND PAY-REGISTER-FILE
           IF wsPrStatus = "35"
               OPEN OUTPUT PAY-REGISTER-FILE
               CLOSE PAY-REGISTER-FILE
               OPEN EXTEND PAY-REGISTER-FILE
           END-IF
           MOVE wsCutoffDate TO PR-CUTOFF
           MOVE wsFirstCheque TO PR-FIRST-CHEQUE
           MOVE wsNextCheque TO PR-LAST-CHEQUE
           MOVE wsChequeCount TO PR-COUNT
           MOVE totNet TO PR-NET
           SET PR-IS-PENDING TO TRUE
           MOVE 0 TO PR-RELEASED
           WRITE PAY-REGISTER-REC
           CLOSE PAY-REGISTER-FILE.

       WRITE-DRAW-RECOVERY.
           OPEN EXTEND DRAW-LEDGER-FILE
           IF wsDlStatus = "35"
           MOVE wsCutoffDate TO DL-DATE
           SET DL-IS-RECOVERY TO TRUE
           MOVE wsDrawRec TO DL-AMOUNT
           MOVE SPACES TO DL-APPROVER
           WRITE DRAW-LEDGER-REC
           CLOSE DRAW-LEDGER-FILE.

      *> Every accrual the run paid -- unpaid, dated by the cutoff,
      *> for a salesman whose bonus went on a cheque -- is marked
      *> paid through a work-file copy pass.
       MARK-BONUSES-PAID.
           MOVE "N" TO wsEOF
           OPEN INPUT BONUS-ACCRUAL-FILE
           OPEN OUTPUT BONUS-COPY-FILE
           PERFORM UNTIL wsEOF = "Y"
               READ BONUS-ACCRUAL-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       IF BA-IS-ACCRUED
                           AND BA-RUNDATE <= wsCutoffDate
                           PERFORM FIND-BONUS-CHEQUE
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
           CLOSE BONUS-ACCRUAL-FILE
           MOVE "N" TO wsEOF.

       FIND-BONUS-CHEQUE.
           PERFORM VARYING bpIdx FROM 1 BY 1
                   UNTIL bpIdx > wsBonPaidCount
               IF bpSNum(bpIdx) = BA-SNUM
                   SET BA-IS-PAID TO TRUE
                   MOVE wsCutoffDate TO BA-PAYDATE
                   MOVE bpCheque(bpIdx) TO BA-CHEQUE
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.

      *> Every approved claim dated by the cutoff, for a salesman
      *> whose expenses went on a cheque, is marked paid through
      *> the same copy pass the bonuses take.
       MARK-CLAIMS-PAID.
           MOVE "N" TO wsEOF
           OPEN INPUT EXPENSE-CLAIM-FILE
           OPEN OUTPUT BONUS-COPY-FILE
           PERFORM UNTIL wsEOF = "Y"
               READ EXPENSE-CLAIM-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       IF EC-IS-APPROVED
                           AND EC-DATE <= wsCutoffDate
                           PERFORM FIND-CLAIM-CHEQUE
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
           CLOSE EXPENSE-CLAIM-FILE
           MOVE "N" TO wsEOF.

       FIND-CLAIM-CHEQUE.
           PERFORM VARYING epIdx FROM 1 BY 1
                   UNTIL epIdx > wsExpPaidCount
               IF epSNum(epIdx) = EC-SNUM
                   SET EC-IS-PAID TO TRUE
                   MOVE wsCutoffDate TO EC-PAYDATE
                   MOVE epCheque(epIdx) TO EC-CHEQUE
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
