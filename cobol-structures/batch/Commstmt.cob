      *> commission (TL-RESULT2) itemized, the month's commission
      *> total, and the closing YTD figure from the commission
      *> master -- one statement page per salesman, which is what a
      *> salesman disputing a cheque gets handed. Quota bonuses are
      *> shown apart from the commission: the bonus accrued in the
      *> month by BONUSRUN and the bonus paid in the month by
      *> COMMRUN, neither counted in the commission figures.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMMSTMT.

               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsSuStatus.

           SELECT BONUS-ACCRUAL-FILE ASSIGN TO "BONUSACR.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsBaStatus.

       DATA DIVISION.
           FILE SECTION.
           FD TRANSACTION-LOG-FILE.
           FD TXN-SUMMARY-FILE.
           COPY TXNSUM.

           FD BONUS-ACCRUAL-FILE.
           COPY BONUSACR.

           SD STMT-SORT-FILE.
           01 STMT-SORT-REC.
               05 SS-SNUM PIC 9(6).
           01 wsSumMonthComm PIC S9(9)V99.
           01 dispSumComm PIC Z,ZZZ,ZZ9.99-.

           01 wsBaStatus PIC X(2).
           01 wsBaEOF PIC X.
           01 wsBonusAccrued PIC 9(9)V99.
           01 wsBonusPaid PIC 9(9)V99.
           01 dispBonus PIC Z,ZZZ,ZZ9.99.

           01 dispSale PIC Z,ZZZ,ZZ9.99-.
           01 dispComm PIC Z,ZZZ,ZZ9.99-.
           01 dispMonthComm PIC Z,ZZZ,ZZ9.99-.
               END-READ
           END-IF

           perform SUM-MONTH-BONUSES
           IF wsBonusAccrued > 0 OR wsBonusPaid > 0
               display " "
               MOVE wsBonusAccrued TO dispBonus
               display "Quota bonus accrued:       " dispBonus
               MOVE wsBonusPaid TO dispBonus
               display "Quota bonus paid:          " dispBonus
           END-IF

           perform PRINT-REPORT-FOOTER
           display " "

           IF wsSuStatus = "00" OR wsSuStatus = "10"
               CLOSE TXN-SUMMARY-FILE
           END-IF.

       SUM-MONTH-BONUSES.
           MOVE 0 TO wsBonusAccrued
           MOVE 0 TO wsBonusPaid
           MOVE "N" TO wsBaEOF
           OPEN INPUT BONUS-ACCRUAL-FILE
           IF wsBaStatus NOT = "00"
               MOVE "Y" TO wsBaEOF
           END-IF
           PERFORM UNTIL wsBaEOF = "Y"
               READ BONUS-ACCRUAL-FILE
                   AT END
                       MOVE "Y" TO wsBaEOF
                   NOT AT END
                       IF BA-SNUM = wsPrevSNum
                           AND BA-RUNDATE(1:6) = wsStmtMonth
                           ADD BA-BONUS TO wsBonusAccrued
                       END-IF
                       IF BA-SNUM = wsPrevSNum
                           AND BA-IS-PAID
                           AND BA-PAYDATE(1:6) = wsStmtMonth
                           ADD BA-BONUS TO wsBonusPaid
                       END-IF
               END-READ
           END-PERFORM
           IF wsBaStatus = "00" OR wsBaStatus = "10"
               CLOSE BONUS-ACCRUAL-FILE
           END-IF.
