      *> Quarter-end quota bonus run. For the quarter entered, every
      *> active salesman's net sales come off the dated daily
      *> history and are set against three months of his quota on
      *> the salesman master; the attainment is slotted into the
      *> bonus schedule on the parameter file (BONPCT1-5, the least
      *> attainment percent a band needs, and BONAMT1-5, the bonus
      *> the band pays), and the highest band reached earns its
      *> bonus. Each bonus is withheld on the same brackets as
      *> commission and written as an accrual on BONUSACR.DAT for
      *> the next COMMRUN to pay; the expense and the payable go to
      *> the GL as a batch on GLBONUS.DAT, numbered off GLBCTL.DAT
      *> and registered on GLBATCH.DAT like the other extracts. A
      *> salesman already accrued for the quarter is skipped, so a
      *> rerun cannot pay anyone twice. A salesman with no quota
      *> has no attainment to measure and earns no bonus.
      *> GLBONUS.DAT holds one batch, so the run is refused while
      *> the batch already on it has not reached the ledger journal
      *> through GLACK and GLAPPLY.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BONUSRUN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALESMAN-MASTER ASSIGN TO "SALESMAN.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY SLM-SNUM
               FILE STATUS wsSlmStatus.

           SELECT DAILY-SALES-FILE ASSIGN TO "DAILY.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsDsStatus.

           SELECT BONUS-ACCRUAL-FILE ASSIGN TO "BONUSACR.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsBaStatus.

           SELECT PARAMETER-FILE ASSIGN TO "PARAMS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsPaStatus.

           SELECT GL-POST-FILE ASSIGN TO "GLBONUS.DAT"
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
           FD SALESMAN-MASTER.
           COPY SALESMST.

           FD DAILY-SALES-FILE.
           COPY DAILYSAL.

           FD BONUS-ACCRUAL-FILE.
           COPY BONUSACR.

           FD PARAMETER-FILE.
           COPY PARAMREC.

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
           01 wsDsEOF pic X.
           01 wsBaEOF pic X.
           01 wsSlmStatus pic X(2).
           01 wsDsStatus pic X(2).
           01 wsBaStatus pic X(2).
           01 wsGlStatus pic X(2).
           01 wsGbStatus pic X(2).
           01 wsGbcStatus pic X(2).
           01 wsConfirm pic X.
           01 wsToday pic 9(8).

           01 wsQuarter pic 9(5).
           01 wsQtrYear pic 9(4).
           01 wsQtrNum pic 9.
           01 wsPeriodFrom pic 9(8).
           01 wsPeriodTo pic 9(8).

           01 wsBandCount pic 9 value 0.
           01 bandIdx pic 9.
           01 wsParmIdxX pic X.
           01 wsBandTable.
               05 wsBandEntry OCCURS 5 TIMES.
                   10 bandPct pic 9(3)v9.
                   10 bandBonus pic 9(7)v99.
           01 wsBestPct pic 9(3)v9.

           01 wsActual pic S9(9).
           01 wsQtrQuota pic 9(9).
           01 wsPct pic 9(3)v9.
           01 wsBonus pic 9(7)v99.
           01 wsBonusWh pic 9(7)v99.
           01 absBonus pic 9(7)v99.
           01 whtIdx pic 9.
           01 wsAlready pic X.

           01 wsGlOpen pic X value "N".
           01 wsNextGlBatch pic 9(4).
           01 wsGlLineCount pic 9(6) value 0.
           01 wsGlHashTotal pic 9(11)v99 value 0.
           01 wsGlAbsAmount pic 9(8)v99.

           01 wsAccrCount pic 9(4) value 0.
           01 wsSkipCount pic 9(4) value 0.
           01 totBonus pic 9(9)v99 value 0.
           01 totBonusWh pic 9(9)v99 value 0.

           01 dispActual pic $Z,ZZZ,ZZ9-.
           01 dispQuota pic $Z,ZZZ,ZZ9.
           01 dispPct pic ZZ9.9.
           01 dispBonus pic ZZZ,ZZ9.99.
           01 dispBonusWh pic ZZZ,ZZ9.99.
           01 dispTotal pic ZZ,ZZZ,ZZ9.99.
           01 dispCount pic Z,ZZ9.

           COPY WHTAXRT.
           COPY PARMWS.
           COPY NUMCHECK.
           COPY RPTHDR.
           COPY GLCHKWS.

       PROCEDURE DIVISION.

           move "N" to WS-VALID-OK
           perform until VALID-NUMERIC-INPUT
               display "Quarter to close (YYYYQ): "
                   with no advancing
               accept WS-VALID-BUFFER
               perform VALIDATE-NUMERIC-INPUT
           end-perform
           compute wsQuarter = function numval(WS-VALID-BUFFER)
           DIVIDE wsQuarter BY 10 GIVING wsQtrYear
               REMAINDER wsQtrNum
           IF wsQtrNum < 1 OR wsQtrNum > 4
               display "The quarter digit must be 1 thru 4."
               STOP RUN
           END-IF
           COMPUTE wsPeriodFrom =
               wsQtrYear * 10000 + ((wsQtrNum - 1) * 3 + 1) * 100 + 1
           COMPUTE wsPeriodTo =
               wsQtrYear * 10000 + wsQtrNum * 300 + 31

           MOVE FUNCTION CURRENT-DATE(1:8) TO wsToday
           perform LOAD-BONUS-SCHEDULE
           IF wsBandCount = 0
               display "No bonus schedule staged on the parameter"
                   " file (BONPCT1-5 / BONAMT1-5) -- nothing to pay."
               STOP RUN
           END-IF

           perform CHECK-PRIOR-GL-BATCH
           IF wsPriorOpen = "Y"
               IF wsPriorStatus = "R"
                   display "Bonus batch " wsPriorBatch
                       " on GLBONUS.DAT was rejected by the GL side"
                       " -- settle it before another batch is cut."
               ELSE
                   display "Bonus batch " wsPriorBatch
                       " on GLBONUS.DAT is not on the ledger journal"
                       " yet -- run GLACK and GLAPPLY first."
               END-IF
               display "Nothing accrued."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           display "Accrue quota bonuses for quarter " wsQuarter
               " (" wsPeriodFrom " thru " wsPeriodTo ")? (Y/N): "
               with no advancing
           accept wsConfirm
           if wsConfirm not = "Y"
               display "Bonus run cancelled."
               STOP RUN
           end-if

           OPEN INPUT SALESMAN-MASTER.
           IF wsSlmStatus NOT = "00"
               display "Salesman master not on file -- quotas"
                   " live there. Load it with SALMAINT first."
               STOP RUN
           END-IF.

           move "Quarterly Quota Bonus Run" to WS-RPT-TITLE
           perform PRINT-REPORT-HEADER
           display "Quarter " wsQuarter "  " wsPeriodFrom " thru "
               wsPeriodTo
           display "SALESMAN                        ACTUAL"
               "       QUOTA   PCT      BONUS   WITHHELD"

           MOVE LOW-VALUES TO SLM-SNUM.
           START SALESMAN-MASTER KEY NOT < SLM-SNUM
               INVALID KEY
                   MOVE "Y" TO wsEOF
           END-START.
           PERFORM UNTIL wsEOF = "Y"
               READ SALESMAN-MASTER NEXT
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       IF SLM-IS-ACTIVE AND SLM-QUOTA > 0
                           PERFORM BONUS-ONE-SALESMAN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SALESMAN-MASTER.

           IF wsGlOpen = "Y"
               perform CLOSE-GL-BATCH
           END-IF.

           display " ".
           MOVE wsAccrCount TO dispCount.
           display "Bonuses accrued:      " dispCount.
           MOVE wsSkipCount TO dispCount.
           display "Already accrued:      " dispCount.
           MOVE totBonus TO dispTotal.
           display "Bonus total:      " dispTotal.
           MOVE totBonusWh TO dispTotal.
           display "Withheld:         " dispTotal.
           IF wsGlOpen = "Y"
               display "Bonus expense is GL batch " wsNextGlBatch
                   " on GLBONUS.DAT."
           END-IF.

           perform PRINT-REPORT-FOOTER.

       STOP RUN.

           COPY PARMPR.
           COPY NUMCHKPR.
           COPY RPTHDRPR.
           COPY GLCHKPR.

      *> The bands in force at the quarter end; an entry with no
      *> attainment percent staged is not a band.
       LOAD-BONUS-SCHEDULE.
           MOVE wsPeriodTo TO wsParmAsOf
           PERFORM VARYING bandIdx FROM 1 BY 1
                   UNTIL bandIdx > 5
               MOVE 0 TO bandPct(bandIdx)
               MOVE 0 TO bandBonus(bandIdx)
               MOVE bandIdx TO wsParmIdxX
               MOVE SPACES TO wsParmName
               STRING "BONPCT" wsParmIdxX
                   DELIMITED BY SIZE INTO wsParmName
               perform LOAD-ONE-PARAMETER
               IF wsParmFound = "Y"
                   MOVE wsParmValue TO bandPct(bandIdx)
               END-IF
               MOVE SPACES TO wsParmName
               STRING "BONAMT" wsParmIdxX
                   DELIMITED BY SIZE INTO wsParmName
               perform LOAD-ONE-PARAMETER
               IF wsParmFound = "Y"
                   MOVE wsParmValue TO bandBonus(bandIdx)
               END-IF
               IF bandPct(bandIdx) > 0
                   ADD 1 TO wsBandCount
               END-IF
           END-PERFORM.

       BONUS-ONE-SALESMAN.
           perform CHECK-ALREADY-ACCRUED
           IF wsAlready = "Y"
               ADD 1 TO wsSkipCount
               display SLM-SNAME " #" SLM-SNUM
                   "  already accrued for the quarter"
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO wsActual
           MOVE "N" TO wsDsEOF
           OPEN INPUT DAILY-SALES-FILE
           IF wsDsStatus NOT = "00"
               MOVE "Y" TO wsDsEOF
           END-IF
           PERFORM UNTIL wsDsEOF = "Y"
               READ DAILY-SALES-FILE
                   AT END
                       MOVE "Y" TO wsDsEOF
                   NOT AT END
                       IF DS-SNUMBER = SLM-SNUM
                           AND DS-RUNDATE >= wsPeriodFrom
                           AND DS-RUNDATE <= wsPeriodTo
                           ADD DS-TSALE TO wsActual
                       END-IF
               END-READ
           END-PERFORM
           IF wsDsStatus = "00" OR wsDsStatus = "10"
               CLOSE DAILY-SALES-FILE
           END-IF

           COMPUTE wsQtrQuota = SLM-QUOTA * 3
           COMPUTE wsPct ROUNDED = wsActual * 100 / wsQtrQuota
               ON SIZE ERROR MOVE 999.9 TO wsPct
           END-COMPUTE
           IF wsActual < 0
               MOVE 0 TO wsPct
           END-IF

           MOVE 0 TO wsBonus
           MOVE 0 TO wsBestPct
           PERFORM VARYING bandIdx FROM 1 BY 1
                   UNTIL bandIdx > 5
               IF bandPct(bandIdx) > 0
                   AND wsPct >= bandPct(bandIdx)
                   AND bandPct(bandIdx) >= wsBestPct
                   MOVE bandPct(bandIdx) TO wsBestPct
                   MOVE bandBonus(bandIdx) TO wsBonus
               END-IF
           END-PERFORM

           MOVE 0 TO wsBonusWh
           IF wsBonus > 0
               MOVE wsBonus TO absBonus
               PERFORM VARYING whtIdx FROM 1 BY 1
                       UNTIL whtIdx > 5
                           OR absBonus <= WT-UPPER-LIMIT(whtIdx)
               END-PERFORM
               IF whtIdx > 5
                   MOVE 5 TO whtIdx
               END-IF
               COMPUTE wsBonusWh ROUNDED =
                   wsBonus * WT-RATE(whtIdx) / 100
               perform WRITE-BONUS-ACCRUAL
               perform WRITE-BONUS-GL-PAIR
               ADD 1 TO wsAccrCount
               ADD wsBonus TO totBonus
               ADD wsBonusWh TO totBonusWh
           END-IF

           MOVE wsActual TO dispActual
           MOVE wsQtrQuota TO dispQuota
           MOVE wsPct TO dispPct
           MOVE wsBonus TO dispBonus
           MOVE wsBonusWh TO dispBonusWh
           display SLM-SNAME " #" SLM-SNUM " " dispActual " "
               dispQuota " " dispPct " " dispBonus " " dispBonusWh.

       CHECK-ALREADY-ACCRUED.
           MOVE "N" TO wsAlready
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
                       IF BA-SNUM = SLM-SNUM
                           AND BA-QUARTER = wsQuarter
                           MOVE "Y" TO wsAlready
                           MOVE "Y" TO wsBaEOF
                       END-IF
               END-READ
           END-PERFORM
           IF wsBaStatus = "00" OR wsBaStatus = "10"
               CLOSE BONUS-ACCRUAL-FILE
           END-IF.

       WRITE-BONUS-ACCRUAL.
           OPEN EXTEND BONUS-ACCRUAL-FILE
           IF wsBaStatus = "35"
               OPEN OUTPUT BONUS-ACCRUAL-FILE
               CLOSE BONUS-ACCRUAL-FILE
               OPEN EXTEND BONUS-ACCRUAL-FILE
           END-IF
           MOVE SLM-SNUM TO BA-SNUM
           MOVE wsQuarter TO BA-QUARTER
           MOVE wsToday TO BA-RUNDATE
           MOVE wsActual TO BA-ACTUAL
           MOVE wsQtrQuota TO BA-QUOTA
           MOVE wsPct TO BA-PCT
           MOVE wsBonus TO BA-BONUS
           MOVE wsBonusWh TO BA-WHTAX
           SET BA-IS-ACCRUED TO TRUE
           MOVE 0 TO BA-PAYDATE
           MOVE 0 TO BA-CHEQUE
           WRITE BONUS-ACCRUAL-REC
           CLOSE BONUS-ACCRUAL-FILE.

      *> The same expense-against-payable pair SEL8 cuts for
      *> commission, on the bonus expense account; the batch opens
      *> with the first bonus so a quarter where nobody earned one
      *> sends the GL nothing.
       WRITE-BONUS-GL-PAIR.
           IF wsGlOpen = "N"
               perform OPEN-GL-BATCH
               MOVE "Y" TO wsGlOpen
           END-IF
           MOVE SPACES TO GL-POST-REC
           SET GL-IS-DETAIL TO TRUE
           MOVE "6150BON " TO GD-ACCOUNT
           MOVE "D" TO GD-DRCR
           MOVE SLM-SNUM TO GD-SNUM
           MOVE wsBonus TO GD-AMOUNT
           perform WRITE-GL-DETAIL

           MOVE SPACES TO GL-POST-REC
           SET GL-IS-DETAIL TO TRUE
           MOVE "2100PAY " TO GD-ACCOUNT
           MOVE "C" TO GD-DRCR
           MOVE SLM-SNUM TO GD-SNUM
           MOVE wsBonus TO GD-AMOUNT
           perform WRITE-GL-DETAIL.

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
           MOVE "BONUSRUN" TO GB-SOURCE
           MOVE wsToday TO GB-BUSDATE
           MOVE FUNCTION CURRENT-DATE(1:14) TO GB-SENT
           SET GB-IS-SENT TO TRUE
           MOVE SPACES TO GB-REASON
           WRITE GL-BATCH-REC
           CLOSE GL-BATCH-FILE

           OPEN OUTPUT GL-POST-FILE
           MOVE SPACES TO GL-POST-REC
           SET GL-IS-HEADER TO TRUE
           MOVE wsToday TO GH-BATCH-DATE
           MOVE "BONUSRUN" TO GH-SOURCE
           MOVE "QUARTERLY QUOTA BONUS" TO GH-DESC
           MOVE wsNextGlBatch TO GH-BATCHNO
           WRITE GL-POST-REC.

       WRITE-GL-DETAIL.
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
