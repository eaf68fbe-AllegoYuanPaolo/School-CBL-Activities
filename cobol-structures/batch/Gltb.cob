      *> Ledger reports off the balances GLAPPLY keeps. Mode 1 is
      *> the trial balance for the month entered: every account on
      *> the chart with its net movement in the month and its
      *> balance at the month's end on the debit or credit side --
      *> asset, liability, and equity accounts from the first
      *> posting, revenue and expense from the start of the year,
      *> with the earlier years' result carried as one line so the
      *> two sides still agree -- then both sides totalled and
      *> proved. Mode 2 is the activity listing for one account and
      *> month: the balance brought forward, every journal line
      *> applied to the month with the batch and source it came in
      *> on, a running balance, and the balance carried forward,
      *> checked against the month's balance record. Each report
      *> says whether the month is closed on PERIODS.DAT, since an
      *> open month's figures can still move. Both go to GLTB.PRT
      *> as well as the console.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLTB.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-ACCOUNT-MASTER ASSIGN TO "GLACCT.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CA-ACCOUNT
               FILE STATUS wsCaStatus.

           SELECT GL-BALANCE-FILE ASSIGN TO "GLBAL.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY BL-KEY
               FILE STATUS wsBlStatus.

           SELECT GL-JOURNAL-FILE ASSIGN TO "GLJRNL.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsJlStatus.

           SELECT PERIOD-STATUS-FILE ASSIGN TO "PERIODS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsPdStatus.

           SELECT REPORT-PRINT-FILE ASSIGN TO "GLTB.PRT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD GL-ACCOUNT-MASTER.
           COPY GLACCT.

           FD GL-BALANCE-FILE.
           COPY GLBAL.

           FD GL-JOURNAL-FILE.
           COPY GLJRNL.

           FD PERIOD-STATUS-FILE.
           COPY PERIODS.

           FD REPORT-PRINT-FILE.
           01 REPORT-PRINT-REC PIC X(80).

           WORKING-STORAGE SECTION.
           01 wsMode pic 9.
           01 wsEOF pic X value "N".
           01 wsBalEOF pic X.
           01 wsCaStatus pic X(2).
           01 wsBlStatus pic X(2).
           01 wsJlStatus pic X(2).
           01 wsPdStatus pic X(2).

           01 wsPeriod pic 9(6).
           01 wsPeriodYear pic 9(4).
           01 wsYearStart pic 9(6).
           01 wsPeriodClosed pic X.
           01 wsAccount pic X(8).

      *> One account's figures, summed off its balance records.
           01 acctPeriodNet pic S9(11)v99.
           01 acctBalance pic S9(11)v99.
           01 acctBroughtFwd pic S9(11)v99.
           01 acctPriorResult pic S9(11)v99.
           01 acctHasActivity pic X.
           01 wsRecNet pic S9(11)v99.

           01 totDebit pic S9(13)v99 value 0.
           01 totCredit pic S9(13)v99 value 0.
           01 totPriorResult pic S9(13)v99 value 0.
           01 totDifference pic S9(13)v99.
           01 wsAcctCount pic 9(5) value 0.

           01 wsRunning pic S9(11)v99.
           01 wsLineCount pic 9(6) value 0.
           01 wsJlDebits pic S9(11)v99 value 0.
           01 wsJlCredits pic S9(11)v99 value 0.
           01 wsDebitAmt pic S9(9)v99.
           01 wsCreditAmt pic S9(9)v99.

           01 dispName pic X(22).
           01 dispNet pic ZZZ,ZZZ,ZZ9.99-.
           01 dispDebit pic ZZZ,ZZZ,ZZ9.99-.
           01 dispCredit pic ZZZ,ZZZ,ZZ9.99-.
           01 dispTotDebit pic Z,ZZZ,ZZZ,ZZ9.99.
           01 dispTotCredit pic Z,ZZZ,ZZZ,ZZ9.99.
           01 dispAmount pic ZZZ,ZZZ,ZZ9.99-.
           01 dispRunning pic ZZZ,ZZZ,ZZ9.99-.
           01 dispCount pic ZZ,ZZ9.

           COPY NUMCHECK.
           COPY RPTHDR.
           COPY RPTPRT.

       PROCEDURE DIVISION.

           display "1. Trial balance".
           display "2. Account activity".
           display "Select mode: " with no advancing.
           accept wsMode.
           IF wsMode NOT = 1 AND wsMode NOT = 2
               display "Invalid selection."
               STOP RUN
           END-IF.

           move "N" to WS-VALID-OK.
           perform until VALID-NUMERIC-INPUT
               display "Month (YYYYMM): " with no advancing
               accept WS-VALID-BUFFER
               perform VALIDATE-NUMERIC-INPUT
           end-perform.
           compute wsPeriod = function numval(WS-VALID-BUFFER).
           IF wsPeriod(5:2) < "01" OR wsPeriod(5:2) > "12"
               display "The month must be 01 thru 12."
               STOP RUN
           END-IF.
           DIVIDE wsPeriod BY 100 GIVING wsPeriodYear.
           COMPUTE wsYearStart = wsPeriodYear * 100 + 1.

           OPEN INPUT GL-ACCOUNT-MASTER.
           IF wsCaStatus NOT = "00"
               display "Chart of accounts not on file -- load it"
                   " with GLACCT first."
               STOP RUN
           END-IF.
           OPEN INPUT GL-BALANCE-FILE.
           IF wsBlStatus NOT = "00"
               display "Nothing has been applied to the ledger yet"
                   " -- run GLAPPLY first."
               CLOSE GL-ACCOUNT-MASTER
               STOP RUN
           END-IF.
           perform CHECK-PERIOD-CLOSED.

           evaluate wsMode
               when 1
                   perform TRIAL-BALANCE-REPORT
               when 2
                   perform ACCOUNT-ACTIVITY-REPORT
           end-evaluate.

           CLOSE GL-BALANCE-FILE.
           CLOSE GL-ACCOUNT-MASTER.

       STOP RUN.

           COPY NUMCHKPR.
           COPY RPTHDRPR.
           COPY RPTPRTPR.

       CHECK-PERIOD-CLOSED.
           MOVE "N" TO wsPeriodClosed
           MOVE "N" TO wsEOF
           OPEN INPUT PERIOD-STATUS-FILE
           IF wsPdStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL wsEOF = "Y"
               READ PERIOD-STATUS-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       IF PD-PERIOD = wsPeriod
                           AND PD-IS-CLOSED
                           MOVE "Y" TO wsPeriodClosed
                           MOVE "Y" TO wsEOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PERIOD-STATUS-FILE.

       SHOW-PERIOD-STATUS.
           IF wsPeriodClosed = "Y"
               display "Month " wsPeriod " -- CLOSED"
               STRING "MONTH " wsPeriod " -- CLOSED"
                   DELIMITED BY SIZE INTO wsRptLine
           ELSE
               display "Month " wsPeriod " -- OPEN, figures can"
                   " still move"
               STRING "MONTH " wsPeriod " -- OPEN, FIGURES CAN"
                   " STILL MOVE"
                   DELIMITED BY SIZE INTO wsRptLine
           END-IF
           perform WRITE-REPORT-LINE.

       TRIAL-BALANCE-REPORT.
           move "Trial Balance" to WS-RPT-TITLE
           perform PRINT-REPORT-HEADER
           MOVE SPACES TO wsRptColHead
           STRING "ACCOUNT  NAME                         "
               "MONTH NET           DEBIT          CREDIT"
               DELIMITED BY SIZE INTO wsRptColHead
           perform OPEN-REPORT-PRINT
           MOVE SPACES TO wsRptLine
           perform SHOW-PERIOD-STATUS
           display "ACCOUNT  NAME                         "
               "MONTH NET           DEBIT          CREDIT"

           MOVE "N" TO wsEOF
           MOVE LOW-VALUES TO CA-ACCOUNT
           START GL-ACCOUNT-MASTER KEY NOT < CA-ACCOUNT
               INVALID KEY
                   MOVE "Y" TO wsEOF
           END-START
           PERFORM UNTIL wsEOF = "Y"
               READ GL-ACCOUNT-MASTER NEXT
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       perform SUM-ACCOUNT-BALANCES
                       IF acctHasActivity = "Y"
                           perform PRINT-TRIAL-BALANCE-LINE
                       END-IF
               END-READ
           END-PERFORM

           IF totPriorResult NOT = 0
               perform PRINT-PRIOR-RESULT-LINE
           END-IF

           MOVE totDebit TO dispTotDebit
           MOVE totCredit TO dispTotCredit
           display " "
           display "TOTALS" "                                         "
               dispTotDebit dispTotCredit
           STRING "TOTALS" "                                         "
               dispTotDebit dispTotCredit
               DELIMITED BY SIZE INTO wsRptLine
           perform WRITE-REPORT-LINE
           COMPUTE totDifference = totDebit - totCredit
           IF totDifference = 0
               display "Debits equal credits -- the ledger is in"
                   " balance."
               STRING "DEBITS EQUAL CREDITS -- THE LEDGER IS IN"
                   " BALANCE."
                   DELIMITED BY SIZE INTO wsRptLine
           ELSE
               MOVE totDifference TO dispAmount
               display "OUT OF BALANCE by " dispAmount
               STRING "OUT OF BALANCE BY " dispAmount
                   DELIMITED BY SIZE INTO wsRptLine
               MOVE 8 TO RETURN-CODE
           END-IF
           perform WRITE-REPORT-LINE
           MOVE wsAcctCount TO dispCount
           display "Accounts listed: " dispCount
           STRING "ACCOUNTS LISTED: " dispCount
               DELIMITED BY SIZE INTO wsRptLine
           perform WRITE-REPORT-LINE

           perform CLOSE-REPORT-PRINT
           perform PRINT-REPORT-FOOTER.

      *> Walks the account's months in key order up to the month
      *> asked for. A revenue or expense month before the year
      *> began belongs to an earlier year's result, not to the
      *> account's balance.
       SUM-ACCOUNT-BALANCES.
           MOVE 0 TO acctPeriodNet
           MOVE 0 TO acctBalance
           MOVE 0 TO acctBroughtFwd
           MOVE 0 TO acctPriorResult
           MOVE "N" TO acctHasActivity
           MOVE "N" TO wsBalEOF
           MOVE CA-ACCOUNT TO BL-ACCOUNT
           MOVE 0 TO BL-PERIOD
           START GL-BALANCE-FILE KEY NOT < BL-KEY
               INVALID KEY
                   MOVE "Y" TO wsBalEOF
           END-START
           PERFORM UNTIL wsBalEOF = "Y"
               READ GL-BALANCE-FILE NEXT
                   AT END
                       MOVE "Y" TO wsBalEOF
                   NOT AT END
                       IF BL-ACCOUNT NOT = CA-ACCOUNT
                           OR BL-PERIOD > wsPeriod
                           MOVE "Y" TO wsBalEOF
                       ELSE
                           perform ADD-ONE-BALANCE-MONTH
                       END-IF
               END-READ
           END-PERFORM.

       ADD-ONE-BALANCE-MONTH.
           MOVE "Y" TO acctHasActivity
           COMPUTE wsRecNet = BL-DEBITS - BL-CREDITS
           IF NOT CA-IS-BALANCE-SHEET
               AND BL-PERIOD < wsYearStart
               ADD wsRecNet TO acctPriorResult
               EXIT PARAGRAPH
           END-IF
           ADD wsRecNet TO acctBalance
           IF BL-PERIOD = wsPeriod
               ADD wsRecNet TO acctPeriodNet
           ELSE
               ADD wsRecNet TO acctBroughtFwd
           END-IF.

       PRINT-TRIAL-BALANCE-LINE.
           ADD 1 TO wsAcctCount
           ADD acctPriorResult TO totPriorResult
           MOVE CA-NAME TO dispName
           MOVE acctPeriodNet TO dispNet
           MOVE 0 TO dispDebit
           MOVE 0 TO dispCredit
           IF acctBalance < 0
               COMPUTE dispCredit = 0 - acctBalance
               SUBTRACT acctBalance FROM totCredit
           ELSE
               MOVE acctBalance TO dispDebit
               ADD acctBalance TO totDebit
           END-IF
           display CA-ACCOUNT " " dispName " " dispNet " "
               dispDebit " " dispCredit
           STRING CA-ACCOUNT " " dispName " " dispNet " "
               dispDebit " " dispCredit
               DELIMITED BY SIZE INTO wsRptLine
           perform WRITE-REPORT-LINE.

      *> Revenue and expense from the years before this one, net,
      *> as one line beside retained earnings.
       PRINT-PRIOR-RESULT-LINE.
           MOVE "EARLIER YEARS' RESULT" TO dispName
           MOVE 0 TO dispNet
           MOVE 0 TO dispDebit
           MOVE 0 TO dispCredit
           IF totPriorResult < 0
               COMPUTE dispCredit = 0 - totPriorResult
               SUBTRACT totPriorResult FROM totCredit
           ELSE
               MOVE totPriorResult TO dispDebit
               ADD totPriorResult TO totDebit
           END-IF
           display "         " dispName " " dispNet " "
               dispDebit " " dispCredit
           STRING "         " dispName " " dispNet " "
               dispDebit " " dispCredit
               DELIMITED BY SIZE INTO wsRptLine
           perform WRITE-REPORT-LINE.

       ACCOUNT-ACTIVITY-REPORT.
           MOVE SPACES TO wsAccount
           PERFORM UNTIL wsAccount NOT = SPACES
               display "Account code: " with no advancing
               accept wsAccount
           END-PERFORM
           MOVE wsAccount TO CA-ACCOUNT
           READ GL-ACCOUNT-MASTER
               INVALID KEY
                   display "Account " wsAccount
                       " is not on the chart of accounts."
                   EXIT PARAGRAPH
           END-READ

           move "Account Activity" to WS-RPT-TITLE
           perform PRINT-REPORT-HEADER
           MOVE SPACES TO wsRptColHead
           STRING "BUSDATE  BATCH SOURCE   SALESMAN"
               "           DEBIT          CREDIT         BALANCE"
               DELIMITED BY SIZE INTO wsRptColHead
           perform OPEN-REPORT-PRINT
           MOVE SPACES TO wsRptLine
           display "Account " CA-ACCOUNT "  " CA-NAME
           STRING "ACCOUNT " CA-ACCOUNT "  " CA-NAME
               DELIMITED BY SIZE INTO wsRptLine
           perform WRITE-REPORT-LINE
           perform SHOW-PERIOD-STATUS

           perform SUM-ACCOUNT-BALANCES
           MOVE acctBroughtFwd TO wsRunning
           MOVE wsRunning TO dispRunning
           display "Brought forward"
               "                         "
               "                         "
               dispRunning
           STRING "BROUGHT FORWARD"
               "                         "
               "                         "
               dispRunning
               DELIMITED BY SIZE INTO wsRptLine
           perform WRITE-REPORT-LINE
           display "BUSDATE  BATCH SOURCE   SALESMAN"
               "           DEBIT          CREDIT         BALANCE"

           MOVE "N" TO wsEOF
           OPEN INPUT GL-JOURNAL-FILE
           IF wsJlStatus NOT = "00"
               MOVE "Y" TO wsEOF
           END-IF
           PERFORM UNTIL wsEOF = "Y"
               READ GL-JOURNAL-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       IF JL-ACCOUNT = CA-ACCOUNT
                           AND JL-PERIOD = wsPeriod
                           perform PRINT-ONE-ACTIVITY-LINE
                       END-IF
               END-READ
           END-PERFORM
           IF wsJlStatus = "00" OR wsJlStatus = "10"
               CLOSE GL-JOURNAL-FILE
           END-IF

           MOVE wsRunning TO dispRunning
           display "Carried forward"
               "                         "
               "                         "
               dispRunning
           STRING "CARRIED FORWARD"
               "                         "
               "                         "
               dispRunning
               DELIMITED BY SIZE INTO wsRptLine
           perform WRITE-REPORT-LINE
           MOVE wsLineCount TO dispCount
           display "Lines in the month: " dispCount
           STRING "LINES IN THE MONTH: " dispCount
               DELIMITED BY SIZE INTO wsRptLine
           perform WRITE-REPORT-LINE
           IF wsJlDebits - wsJlCredits NOT = acctPeriodNet
               display "Journal and balance file DISAGREE for the"
                   " month -- check GLAPPLY's last run."
               STRING "JOURNAL AND BALANCE FILE DISAGREE FOR THE"
                   " MONTH"
                   DELIMITED BY SIZE INTO wsRptLine
               perform WRITE-REPORT-LINE
               MOVE 8 TO RETURN-CODE
           END-IF

           perform CLOSE-REPORT-PRINT
           perform PRINT-REPORT-FOOTER.

       PRINT-ONE-ACTIVITY-LINE.
           ADD 1 TO wsLineCount
           MOVE 0 TO wsDebitAmt
           MOVE 0 TO wsCreditAmt
           IF JL-IS-DEBIT
               MOVE JL-AMOUNT TO wsDebitAmt
               ADD JL-AMOUNT TO wsJlDebits
               ADD JL-AMOUNT TO wsRunning
           ELSE
               MOVE JL-AMOUNT TO wsCreditAmt
               ADD JL-AMOUNT TO wsJlCredits
               SUBTRACT JL-AMOUNT FROM wsRunning
           END-IF
           MOVE wsDebitAmt TO dispDebit
           MOVE wsCreditAmt TO dispCredit
           MOVE wsRunning TO dispRunning
           display JL-BUSDATE " " JL-BATCHNO "  " JL-SOURCE " "
               JL-SNUM "   " dispDebit " " dispCredit " "
               dispRunning
           STRING JL-BUSDATE " " JL-BATCHNO "  " JL-SOURCE " "
               JL-SNUM "   " dispDebit " " dispCredit " "
               dispRunning
               DELIMITED BY SIZE INTO wsRptLine
           perform WRITE-REPORT-LINE.
