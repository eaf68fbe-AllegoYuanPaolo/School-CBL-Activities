      *> Monthly customer statement of account. For a statement
      *> month, one page per customer off the customer master: name
      *> and address, the balance brought forward, every invoice and
      *> credit memo the register (INVOICE.DAT) dated in the month,
      *> every payment ARCASH or LOCKBOX applied in the month
      *> (ARPAYHIS.DAT), the closing balance, and the customer's own
      *> current/31-60/61-90/over-90 split as at month end, aged the
      *> way ARAGE ages the whole ledger. Balances are worked back
      *> from the ledger as it stands today: whatever was invoiced
      *> or paid after the month end comes back out, so a statement
      *> rerun later still shows the month as it closed. A bad-debt
      *> write-off shows as a credit in the month ARWOFF posted it
      *> (a written-off item owes nothing on the statement), and a
      *> later recovery shows the reinstatement beside the cash. A
      *> customer with no activity and nothing owed gets no page.
      *> The pages go to STATEMNT.PRT behind a cover sheet carrying
      *> the count, so the mailroom can prove the envelopes against
      *> it.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARSTMT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CU-CNUM
               FILE STATUS wsCuStatus.

           SELECT AR-LEDGER-FILE ASSIGN TO "ARLEDGER.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsArStatus.

           SELECT INVOICE-REGISTER-FILE ASSIGN TO "INVOICE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsIvStatus.

           SELECT AR-PAYMENT-FILE ASSIGN TO "ARPAYHIS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsPhStatus.

           SELECT STATEMENT-WORK-FILE ASSIGN TO "STMTWK.DAT"
               ORGANIZATION LINE SEQUENTIAL.

           SELECT STATEMENT-PRINT-FILE ASSIGN TO "STATEMNT.PRT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD CUSTOMER-MASTER.
           COPY CUSTMAST.

           FD AR-LEDGER-FILE.
           COPY ARLEDGER.

           FD INVOICE-REGISTER-FILE.
           COPY INVOICE.

           FD AR-PAYMENT-FILE.
           COPY ARPAYHIS.

           FD STATEMENT-WORK-FILE.
           01 STATEMENT-WORK-REC PIC X(80).

           FD STATEMENT-PRINT-FILE.
           01 STATEMENT-PRINT-REC PIC X(80).

           WORKING-STORAGE SECTION.
           01 wsEOF pic X value "N".
           01 wsFileEOF pic X.
           01 wsCuStatus pic X(2).
           01 wsArStatus pic X(2).
           01 wsIvStatus pic X(2).
           01 wsPhStatus pic X(2).

           01 wsStmtMonth pic 9(6).
           01 wsMonthStart pic 9(8).
           01 wsNextStart pic 9(8).
           01 wsMonthEnd pic 9(8).
           01 wsEndInt pic 9(8).
           01 wsItemInt pic 9(8).
           01 wsAgeDays pic S9(5).

      *> One customer's figures, rebuilt for every page.
           01 wsCurBal pic S9(9)v99.
           01 wsDocsIn pic S9(9)v99.
           01 wsDocsAfter pic S9(9)v99.
           01 wsPaidIn pic S9(9)v99.
           01 wsPaidAfter pic S9(9)v99.
           01 wsOpenBal pic S9(9)v99.
           01 wsCloseBal pic S9(9)v99.
           01 wsActivity pic 9(5).
           01 wsDocTotal pic S9(7)v99.
           01 wsItemBal pic S9(9)v99.
           01 wsBucketCur pic S9(9)v99.
           01 wsBucket30 pic S9(9)v99.
           01 wsBucket60 pic S9(9)v99.
           01 wsBucket90 pic S9(9)v99.

      *> Payments applied after the month end, by invoice, so each
      *> open item can be aged at what it owed on the month end.
           01 wsLatePayCount pic 9(3).
           01 wsLatePayMax pic 9(3) value 200.
           01 wsLatePayTable.
               05 wsLatePay OCCURS 200 TIMES.
                   10 wsLpInvNo PIC 9(6).
                   10 wsLpAmount PIC S9(7)V99.
           01 lpIdx pic 9(3).

           01 wsStmtCount pic 9(6) value 0.
           01 wsStmtTotal pic S9(11)v99 value 0.
           01 wsStmtLine pic X(80).
           01 wsStmtTag pic X(14).

           01 dispMoney pic $ZZZ,ZZZ,ZZ9.99-.
           01 dispDoc pic $Z,ZZZ,ZZ9.99-.
           01 dispBucket pic ZZ,ZZZ,ZZ9.99-.
           01 dispCount pic ZZZ,ZZ9.

           COPY NUMCHECK.
           COPY RPTHDR.

       PROCEDURE DIVISION.

           move "N" to WS-VALID-OK
           perform until VALID-NUMERIC-INPUT
               display "Enter statement month (YYYYMM): "
                   with no advancing
               accept WS-VALID-BUFFER
               perform VALIDATE-NUMERIC-INPUT
           end-perform
           compute wsStmtMonth = function numval(WS-VALID-BUFFER)
           IF wsStmtMonth(5:2) < "01" OR wsStmtMonth(5:2) > "12"
               display "Month " wsStmtMonth " is not a calendar"
                   " month -- no statements cut."
               STOP RUN
           END-IF

           COMPUTE wsMonthStart = wsStmtMonth * 100 + 1
           IF wsStmtMonth(5:2) = "12"
               COMPUTE wsNextStart =
                   (wsStmtMonth + 89) * 100 + 1
           ELSE
               COMPUTE wsNextStart = (wsStmtMonth + 1) * 100 + 1
           END-IF
           COMPUTE wsEndInt =
               FUNCTION INTEGER-OF-DATE(wsNextStart) - 1
           COMPUTE wsMonthEnd = FUNCTION DATE-OF-INTEGER(wsEndInt)

           OPEN INPUT CUSTOMER-MASTER
           IF wsCuStatus NOT = "00"
               display "Customer master not on file -- load it with"
                   " CUSTMAINT first."
               STOP RUN
           END-IF

           move "Customer Statements" to WS-RPT-TITLE
           perform PRINT-REPORT-HEADER
           display "Statement month " wsStmtMonth
               " (" wsMonthStart " to " wsMonthEnd ")"

      *> The pages build on a work file first, so the cover sheet
      *> can lead the print file with the count already known.
           OPEN OUTPUT STATEMENT-WORK-FILE
           MOVE LOW-VALUES TO CU-CNUM
           START CUSTOMER-MASTER KEY NOT < CU-CNUM
               INVALID KEY
                   MOVE "Y" TO wsEOF
           END-START
           PERFORM UNTIL wsEOF = "Y"
               READ CUSTOMER-MASTER NEXT
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       perform BUILD-ONE-STATEMENT
               END-READ
           END-PERFORM
           CLOSE STATEMENT-WORK-FILE
           CLOSE CUSTOMER-MASTER

           perform PRINT-STATEMENT-FILE

           MOVE wsStmtCount TO dispCount
           display "Statements cut:    " dispCount
           MOVE wsStmtTotal TO dispMoney
           display "Closing balances:  " dispMoney
           display "Pages are on STATEMNT.PRT behind the cover"
               " sheet."
           perform PRINT-REPORT-FOOTER.

       STOP RUN.

           COPY NUMCHKPR.
           COPY RPTHDRPR.

       BUILD-ONE-STATEMENT.
           perform SUM-CUSTOMER-LEDGER
           perform SUM-CUSTOMER-DOCUMENTS
           perform SUM-CUSTOMER-PAYMENTS
           COMPUTE wsCloseBal = wsCurBal - wsDocsAfter + wsPaidAfter
           COMPUTE wsOpenBal = wsCloseBal - wsDocsIn + wsPaidIn
           IF wsActivity = 0 AND wsOpenBal = 0 AND wsCloseBal = 0
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO wsStmtCount
           ADD wsCloseBal TO wsStmtTotal
           MOVE wsCloseBal TO dispMoney
           display "#" CU-CNUM " " CU-CNAME "  closing " dispMoney

           MOVE ALL "=" TO wsStmtLine
           perform WRITE-STATEMENT-LINE
           MOVE SPACES TO wsStmtLine
           STRING "  STATEMENT OF ACCOUNT      MONTH ENDING "
               wsMonthEnd
               DELIMITED BY SIZE INTO wsStmtLine
           perform WRITE-STATEMENT-LINE
           MOVE SPACES TO wsStmtLine
           STRING "  CUSTOMER #" CU-CNUM "  " CU-CNAME
               DELIMITED BY SIZE INTO wsStmtLine
           perform WRITE-STATEMENT-LINE
           MOVE SPACES TO wsStmtLine
           STRING "  " CU-ADDRESS
               DELIMITED BY SIZE INTO wsStmtLine
           perform WRITE-STATEMENT-LINE
           MOVE ALL "-" TO wsStmtLine
           perform WRITE-STATEMENT-LINE
           MOVE "  DATE      REFERENCE             AMOUNT"
               TO wsStmtLine
           perform WRITE-STATEMENT-LINE
           MOVE wsOpenBal TO dispMoney
           MOVE SPACES TO wsStmtLine
           STRING "  " wsMonthStart "  BALANCE FORWARD   "
               dispMoney
               DELIMITED BY SIZE INTO wsStmtLine
           perform WRITE-STATEMENT-LINE

           perform LIST-MONTH-DOCUMENTS
           perform LIST-MONTH-PAYMENTS

           MOVE wsCloseBal TO dispMoney
           MOVE SPACES TO wsStmtLine
           STRING "  " wsMonthEnd "  CLOSING BALANCE   "
               dispMoney
               DELIMITED BY SIZE INTO wsStmtLine
           perform WRITE-STATEMENT-LINE

           perform AGE-CUSTOMER-ITEMS
           MOVE ALL "-" TO wsStmtLine
           perform WRITE-STATEMENT-LINE
           MOVE "       CURRENT      31-60 DAYS      61-90 DAYS"
               & "    OVER 90 DAYS" TO wsStmtLine
           perform WRITE-STATEMENT-LINE
           MOVE SPACES TO wsStmtLine
           MOVE wsBucketCur TO dispBucket
           MOVE dispBucket TO wsStmtLine(2:14)
           MOVE wsBucket30 TO dispBucket
           MOVE dispBucket TO wsStmtLine(18:14)
           MOVE wsBucket60 TO dispBucket
           MOVE dispBucket TO wsStmtLine(34:14)
           MOVE wsBucket90 TO dispBucket
           MOVE dispBucket TO wsStmtLine(50:14)
           perform WRITE-STATEMENT-LINE
           MOVE ALL "=" TO wsStmtLine
           perform WRITE-STATEMENT-LINE
           MOVE SPACES TO wsStmtLine
           perform WRITE-STATEMENT-LINE.

      *> What the customer owes today, item by item.
       SUM-CUSTOMER-LEDGER.
           MOVE 0 TO wsCurBal
           MOVE "N" TO wsFileEOF
           OPEN INPUT AR-LEDGER-FILE
           IF wsArStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL wsFileEOF = "Y"
               READ AR-LEDGER-FILE
                   AT END
                       MOVE "Y" TO wsFileEOF
                   NOT AT END
                       IF AR-CUST = CU-CNUM
                           AND NOT AR-IS-WRITTEN-OFF
                           COMPUTE wsCurBal = wsCurBal
                               + AR-AMOUNT - AR-PAID
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AR-LEDGER-FILE.

      *> Documents in the month go on the page; documents dated
      *> after it come back out of today's balance.
       SUM-CUSTOMER-DOCUMENTS.
           MOVE 0 TO wsDocsIn
           MOVE 0 TO wsDocsAfter
           MOVE 0 TO wsActivity
           MOVE "N" TO wsFileEOF
           OPEN INPUT INVOICE-REGISTER-FILE
           IF wsIvStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL wsFileEOF = "Y"
               READ INVOICE-REGISTER-FILE
                   AT END
                       MOVE "Y" TO wsFileEOF
                   NOT AT END
                       IF IV-CUST = CU-CNUM
                           COMPUTE wsDocTotal = IV-AMOUNT + IV-TAX
                           EVALUATE TRUE
                               WHEN IV-BUSDATE > wsMonthEnd
                                   ADD wsDocTotal TO wsDocsAfter
                               WHEN IV-BUSDATE NOT < wsMonthStart
                                   ADD wsDocTotal TO wsDocsIn
                                   ADD 1 TO wsActivity
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INVOICE-REGISTER-FILE.

      *> Same split for the cash; the late payments are also kept by
      *> invoice for the month-end aging.
       SUM-CUSTOMER-PAYMENTS.
           MOVE 0 TO wsPaidIn
           MOVE 0 TO wsPaidAfter
           MOVE 0 TO wsLatePayCount
           MOVE "N" TO wsFileEOF
           OPEN INPUT AR-PAYMENT-FILE
           IF wsPhStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL wsFileEOF = "Y"
               READ AR-PAYMENT-FILE
                   AT END
                       MOVE "Y" TO wsFileEOF
                   NOT AT END
                       IF PH-CUST = CU-CNUM
                           EVALUATE TRUE
                               WHEN PH-DATE > wsMonthEnd
                                   ADD PH-AMOUNT TO wsPaidAfter
                                   perform KEEP-LATE-PAYMENT
                               WHEN PH-DATE NOT < wsMonthStart
                                   ADD PH-AMOUNT TO wsPaidIn
                                   ADD 1 TO wsActivity
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AR-PAYMENT-FILE.

       KEEP-LATE-PAYMENT.
           PERFORM VARYING lpIdx FROM 1 BY 1
                   UNTIL lpIdx > wsLatePayCount
               IF wsLpInvNo(lpIdx) = PH-INVNO
                   ADD PH-AMOUNT TO wsLpAmount(lpIdx)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF wsLatePayCount < wsLatePayMax
               ADD 1 TO wsLatePayCount
               MOVE PH-INVNO TO wsLpInvNo(wsLatePayCount)
               MOVE PH-AMOUNT TO wsLpAmount(wsLatePayCount)
           END-IF.

       LIST-MONTH-DOCUMENTS.
           MOVE "N" TO wsFileEOF
           OPEN INPUT INVOICE-REGISTER-FILE
           IF wsIvStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL wsFileEOF = "Y"
               READ INVOICE-REGISTER-FILE
                   AT END
                       MOVE "Y" TO wsFileEOF
                   NOT AT END
                       IF IV-CUST = CU-CNUM
                           AND IV-BUSDATE NOT < wsMonthStart
                           AND IV-BUSDATE NOT > wsMonthEnd
                           COMPUTE wsDocTotal = IV-AMOUNT + IV-TAX
                           MOVE wsDocTotal TO dispDoc
                           MOVE SPACES TO wsStmtLine
                           IF IV-IS-CREDIT
                               STRING "  " IV-BUSDATE
                                   "  CREDIT MEMO " IV-INVNO
                                   "   " dispDoc
                                   DELIMITED BY SIZE INTO wsStmtLine
                           ELSE
                               STRING "  " IV-BUSDATE
                                   "  INVOICE     " IV-INVNO
                                   "   " dispDoc
                                   DELIMITED BY SIZE INTO wsStmtLine
                           END-IF
                           perform WRITE-STATEMENT-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INVOICE-REGISTER-FILE.

      *> A payment or write-off reduces the balance, so it prints
      *> negative; a reinstatement carries a negative amount on the
      *> history and prints positive.
       LIST-MONTH-PAYMENTS.
           MOVE "N" TO wsFileEOF
           OPEN INPUT AR-PAYMENT-FILE
           IF wsPhStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL wsFileEOF = "Y"
               READ AR-PAYMENT-FILE
                   AT END
                       MOVE "Y" TO wsFileEOF
                   NOT AT END
                       IF PH-CUST = CU-CNUM
                           AND PH-DATE NOT < wsMonthStart
                           AND PH-DATE NOT > wsMonthEnd
                           COMPUTE wsDocTotal = 0 - PH-AMOUNT
                           MOVE wsDocTotal TO dispDoc
                           MOVE SPACES TO wsStmtLine
                           EVALUATE PH-SOURCE
                               WHEN "WRITEOFF"
                                   MOVE "  WRITE-OFF   "
                                       TO wsStmtTag
                               WHEN "REINSTAT"
                                   MOVE "  REINSTATED  "
                                       TO wsStmtTag
                               WHEN OTHER
                                   MOVE "  PAYMENT INV "
                                       TO wsStmtTag
                           END-EVALUATE
                           STRING "  " PH-DATE
                               wsStmtTag PH-INVNO
                               "   " dispDoc
                               DELIMITED BY SIZE INTO wsStmtLine
                           perform WRITE-STATEMENT-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AR-PAYMENT-FILE.

      *> Each item the customer had on the books at month end ages
      *> from its own date to the month end, at what it still owed
      *> then -- today's balance plus any cash applied since.
       AGE-CUSTOMER-ITEMS.
           MOVE 0 TO wsBucketCur
           MOVE 0 TO wsBucket30
           MOVE 0 TO wsBucket60
           MOVE 0 TO wsBucket90
           MOVE "N" TO wsFileEOF
           OPEN INPUT AR-LEDGER-FILE
           IF wsArStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL wsFileEOF = "Y"
               READ AR-LEDGER-FILE
                   AT END
                       MOVE "Y" TO wsFileEOF
                   NOT AT END
                       IF AR-CUST = CU-CNUM
                           AND AR-BUSDATE NOT > wsMonthEnd
                           perform AGE-ONE-ITEM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AR-LEDGER-FILE.

       AGE-ONE-ITEM.
           COMPUTE wsItemBal = AR-AMOUNT - AR-PAID
           IF AR-IS-WRITTEN-OFF
               MOVE 0 TO wsItemBal
           END-IF
           PERFORM VARYING lpIdx FROM 1 BY 1
                   UNTIL lpIdx > wsLatePayCount
               IF wsLpInvNo(lpIdx) = AR-INVNO
                   ADD wsLpAmount(lpIdx) TO wsItemBal
               END-IF
           END-PERFORM
           IF wsItemBal = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE wsItemInt = FUNCTION INTEGER-OF-DATE(AR-BUSDATE)
           COMPUTE wsAgeDays = wsEndInt - wsItemInt
           EVALUATE TRUE
               WHEN wsAgeDays <= 30
                   ADD wsItemBal TO wsBucketCur
               WHEN wsAgeDays <= 60
                   ADD wsItemBal TO wsBucket30
               WHEN wsAgeDays <= 90
                   ADD wsItemBal TO wsBucket60
               WHEN OTHER
                   ADD wsItemBal TO wsBucket90
           END-EVALUATE.

       WRITE-STATEMENT-LINE.
           MOVE wsStmtLine TO STATEMENT-WORK-REC
           WRITE STATEMENT-WORK-REC
           MOVE SPACES TO wsStmtLine.

      *> Cover sheet first -- month, statement count, total of the
      *> closing balances -- then the pages off the work file.
       PRINT-STATEMENT-FILE.
           OPEN OUTPUT STATEMENT-PRINT-FILE
           MOVE ALL "=" TO STATEMENT-PRINT-REC
           WRITE STATEMENT-PRINT-REC
           MOVE SPACES TO STATEMENT-PRINT-REC
           STRING "  CUSTOMER STATEMENTS - MONTH " wsStmtMonth
               "   RUN DATE " FUNCTION CURRENT-DATE(1:8)
               DELIMITED BY SIZE INTO STATEMENT-PRINT-REC
           WRITE STATEMENT-PRINT-REC
           MOVE wsStmtCount TO dispCount
           MOVE SPACES TO STATEMENT-PRINT-REC
           STRING "  STATEMENTS IN THIS FILE: " dispCount
               DELIMITED BY SIZE INTO STATEMENT-PRINT-REC
           WRITE STATEMENT-PRINT-REC
           MOVE wsStmtTotal TO dispMoney
           MOVE SPACES TO STATEMENT-PRINT-REC
           STRING "  TOTAL CLOSING BALANCES:  " dispMoney
               DELIMITED BY SIZE INTO STATEMENT-PRINT-REC
           WRITE STATEMENT-PRINT-REC
           MOVE ALL "=" TO STATEMENT-PRINT-REC
           WRITE STATEMENT-PRINT-REC
           MOVE SPACES TO STATEMENT-PRINT-REC
           WRITE STATEMENT-PRINT-REC

           MOVE "N" TO wsFileEOF
           OPEN INPUT STATEMENT-WORK-FILE
           PERFORM UNTIL wsFileEOF = "Y"
               READ STATEMENT-WORK-FILE
                   AT END
                       MOVE "Y" TO wsFileEOF
                   NOT AT END
                       MOVE STATEMENT-WORK-REC
                           TO STATEMENT-PRINT-REC
                       WRITE STATEMENT-PRINT-REC
               END-READ
           END-PERFORM
           CLOSE STATEMENT-WORK-FILE
           CLOSE STATEMENT-PRINT-FILE.
