      *> the monthly buckets, the cheques paid, the open
      *> accrued-versus-paid balance, and the period's sales off
      *> DAILY.DAT for one salesman number -- no arithmetic left to
      *> the operator. Quota bonuses show on their own: each
      *> quarter's accrual with its attainment and whether it has
      *> been paid, and the bonus on each cheque beside the
      *> commission it settled. A voided or stopped cheque is
      *> listed as such and left out of paid-to-date; expense
      *> claims reimbursed on a cheque show beside it as well.
      *> Commission (with the draw, cheque and bonus amounts) and
      *> tax withheld show only to a class the field-visibility
      *> table clears for them, masked otherwise, and a view that
      *> showed either goes on the access log.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALESINQ.

               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsDsStatus.

           SELECT BONUS-ACCRUAL-FILE ASSIGN TO "BONUSACR.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsBaStatus.

           SELECT OPERATOR-PROFILE-FILE ASSIGN TO "OPERPROF.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsOpStatus.

           SELECT FIELD-VIS-FILE ASSIGN TO "FLDVIS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsFvStatus.

           SELECT ACCESS-LOG-FILE ASSIGN TO "ACCLOG.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsAxStatus.

       DATA DIVISION.
           FILE SECTION.
           FD SALESMAN-MASTER.
           FD DAILY-SALES-FILE.
           COPY DAILYSAL.

           FD BONUS-ACCRUAL-FILE.
           COPY BONUSACR.

           FD OPERATOR-PROFILE-FILE.
           COPY OPERPROF.

           FD FIELD-VIS-FILE.
           COPY FIELDVIS.

           FD ACCESS-LOG-FILE.
           COPY ACCLOG.

           WORKING-STORAGE SECTION.
           01 wsEOF pic X value "N".
           01 wsSlmStatus pic X(2).
           01 wsCmStatus pic X(2).
           01 wsCpStatus pic X(2).
           01 wsDsStatus pic X(2).
           01 wsBaStatus pic X(2).

           01 pickSNum pic 9(6).
           01 wsPeriodFrom pic 9(8).
           01 wsBalance pic S9(9)v99.
           01 wsPeriodSales pic S9(9) value 0.
           01 wsPeriodLines pic 9(5) value 0.
           01 wsBonusAccrued pic 9(9)v99 value 0.
           01 wsBonusPaid pic 9(9)v99 value 0.
           01 wsBonusOpen pic 9(9)v99.
           01 wsBonusCount pic 9(4) value 0.

           01 dispMonth pic Z9.
      *> The X views let a masked amount print as asterisks in
      *> the same columns.
           01 dispComm pic z,zzz,zz9.99-.
           01 dispCommX REDEFINES dispComm pic X(13).
           01 dispTax pic z,zzz,zz9.99-.
           01 dispTaxX REDEFINES dispTax pic X(13).
           01 dispPaid pic z,zzz,zz9.99.
           01 dispPaidX REDEFINES dispPaid pic X(12).
           01 dispBalance pic z,zzz,zz9.99-.
           01 dispBalanceX REDEFINES dispBalance pic X(13).
           01 dispSales pic $Z,ZZZ,ZZ9-.
           01 dispQuota pic Z,ZZZ,ZZ9.
           01 dispDraw pic ZZ,ZZ9.99.
           01 dispDrawX REDEFINES dispDraw pic X(9).
           01 dispCount pic Z,ZZ9.
           01 dispBonus pic z,zzz,zz9.99.
           01 dispBonusX REDEFINES dispBonus pic X(12).
           01 dispTier pic X(2).
           01 dispPct pic ZZ9.9.

           COPY NUMCHECK.
           COPY RPTHDR.
           COPY FLDVISWS.

       PROCEDURE DIVISION.

           MOVE "SALESINQ" TO wsFvProgram
           perform LOAD-FIELD-VISIBILITY

           move "N" to WS-VALID-OK
           perform until VALID-NUMERIC-INPUT
               display "Enter salesman number: " with no advancing
           perform SHOW-MASTER-RECORD
           perform SHOW-COMMISSION-POSITION
           perform SHOW-PAYMENTS
           perform SHOW-BONUS-POSITION
           perform SHOW-PERIOD-SALES

           MOVE "SLM" TO wsFvKind
           MOVE pickSNum TO wsFvKey
           MOVE " CT " TO wsFvCats
           perform LOG-RECORD-ACCESS

           perform PRINT-REPORT-FOOTER.

       STOP RUN.

           COPY NUMCHKPR.
           COPY RPTHDRPR.
           COPY FLDVISPR.

      *> The cheque, balance and bonus amounts are commission paid
      *> out, and mask with it.
       MASK-COMMISSION-AMOUNTS.
           IF wsShowComm NOT = "Y"
               MOVE ALL "*" TO dispPaidX
               MOVE ALL "*" TO dispBalanceX
               MOVE ALL "*" TO dispBonusX
           END-IF.

       SHOW-MASTER-RECORD.
           OPEN INPUT SALESMAN-MASTER
               NOT INVALID KEY
                   MOVE SLM-QUOTA TO dispQuota
                   MOVE SLM-DRAW TO dispDraw
                   IF wsShowComm NOT = "Y"
                       MOVE ALL "*" TO dispDrawX
                   END-IF
                   display "Salesman #" SLM-SNUM ": " SLM-SNAME
                   display "Territory: " SLM-TERRITORY
                       "  Hired: " SLM-HIREDATE
               NOT INVALID KEY
                   MOVE CM-YTD-COMMISSION TO dispComm
                   MOVE CM-YTD-WHTAX TO dispTax
                   MOVE CM-LAST-TIER TO dispTier
                   IF wsShowComm NOT = "Y"
                       MOVE ALL "*" TO dispCommX
                       MOVE ALL "*" TO dispTier
                   END-IF
                   IF wsShowTax NOT = "Y"
                       MOVE ALL "*" TO dispTaxX
                   END-IF
                   display "YTD commission: " dispComm
                       "  YTD withheld: " dispTax
                       "  Tier: " dispTier
                   display "Month buckets:"
                   PERFORM VARYING monthIdx FROM 1 BY 1
                           UNTIL monthIdx > 12
                           MOVE monthIdx TO dispMonth
                           MOVE CM-MONTH-COMM(monthIdx)
                               TO dispComm
                           IF wsShowComm NOT = "Y"
                               MOVE ALL "*" TO dispCommX
                           END-IF
                           display "  " dispMonth "  " dispComm
                       END-IF
                   END-PERFORM
                           MOVE "Y" TO wsEOF
                       NOT AT END
                           IF CP-SNUM = pickSNum
                               AND CP-IS-CANCELLED
                               MOVE CP-AMOUNT TO dispPaid
                               perform MASK-COMMISSION-AMOUNTS
                               display "Void " CP-VOID-DATE
                                   "  cheque #" CP-CHEQUE
                                   "  gross " dispPaid
                                   "  " CP-VOID-REASON
                           END-IF
                           IF CP-SNUM = pickSNum
                               AND NOT CP-IS-CANCELLED
                               ADD 1 TO wsPayCount
                               ADD CP-AMOUNT TO wsPaidTotal
                               MOVE CP-AMOUNT TO dispPaid
                               perform MASK-COMMISSION-AMOUNTS
                               display "Paid " CP-PAYDATE
                                   "  cheque #" CP-CHEQUE
                                   "  gross " dispPaid
                               IF CP-ORIG-CHEQUE IS NUMERIC
                                   AND CP-ORIG-CHEQUE > 0
                                   display "     reissue of cheque #"
                                       CP-ORIG-CHEQUE
                               END-IF
                               IF CP-BONUS IS NUMERIC
                                   AND CP-BONUS > 0
                                   MOVE CP-BONUS TO dispBonus
                                   perform MASK-COMMISSION-AMOUNTS
                                   display "     plus quota bonus "
                                       dispBonus
                               END-IF
                               IF CP-EXPENSE IS NUMERIC
                                   AND CP-EXPENSE > 0
                                   MOVE CP-EXPENSE TO dispBonus
                                   perform MASK-COMMISSION-AMOUNTS
                                   display "     plus expenses    "
                                       dispBonus
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           MOVE wsPayCount TO dispCount
           MOVE wsPaidTotal TO dispPaid
           MOVE wsBalance TO dispBalance
           perform MASK-COMMISSION-AMOUNTS
           display "Cheques: " dispCount "  Paid to date: "
               dispPaid "  Open balance: " dispBalance.

      *> Bonuses accrued are kept out of the commission balance
      *> above; the open bonus is what the next COMMRUN will pay.
       SHOW-BONUS-POSITION.
           display " "
           MOVE "N" TO wsEOF
           OPEN INPUT BONUS-ACCRUAL-FILE
           IF wsBaStatus NOT = "00"
               display "No quota bonuses on file."
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL wsEOF = "Y"
               READ BONUS-ACCRUAL-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       IF BA-SNUM = pickSNum
                           ADD 1 TO wsBonusCount
                           ADD BA-BONUS TO wsBonusAccrued
                           MOVE BA-PCT TO dispPct
                           MOVE BA-BONUS TO dispBonus
                           perform MASK-COMMISSION-AMOUNTS
                           IF BA-IS-PAID
                               ADD BA-BONUS TO wsBonusPaid
                               display "Bonus Q" BA-QUARTER "  "
                                   dispPct "%  " dispBonus
                                   "  paid " BA-PAYDATE
                                   " cheque #" BA-CHEQUE
                           ELSE
                               display "Bonus Q" BA-QUARTER "  "
                                   dispPct "%  " dispBonus
                                   "  accrued " BA-RUNDATE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BONUS-ACCRUAL-FILE

           COMPUTE wsBonusOpen = wsBonusAccrued - wsBonusPaid
           MOVE wsBonusAccrued TO dispBonus
           perform MASK-COMMISSION-AMOUNTS
           display "Quota bonus accrued: " dispBonus
               with no advancing
           MOVE wsBonusPaid TO dispBonus
           perform MASK-COMMISSION-AMOUNTS
           display "  paid: " dispBonus with no advancing
           MOVE wsBonusOpen TO dispBonus
           perform MASK-COMMISSION-AMOUNTS
           display "  open: " dispBonus.

       SHOW-PERIOD-SALES.
           display " "
           MOVE "N" TO wsEOF
