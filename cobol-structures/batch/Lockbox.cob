      *> Bank lockbox load and automatic cash application. The bank's
      *> daily remittance file (LOCKBOX.DAT) is applied in batch
      *> instead of keyed one invoice at a time through ARCASH: each
      *> payment goes first to the invoice the remitter quoted, and
      *> whatever is left goes to that customer's open items on
      *> ARLEDGER.DAT oldest first. A payment with no customer
      *> number takes the customer off the quoted invoice. Money
      *> that still cannot be matched -- an overpayment, or a
      *> remittance nobody can identify -- is parked on UNAPPLD.DAT
      *> as unapplied cash on the customer, and every run starts by
      *> applying carried unapplied cash against anything invoiced
      *> since. Every amount applied lands on the ARPAYHIS.DAT
      *> payment history the way ARCASH posts it. The run closes
      *> with the proof the bank wants: applied plus unapplied must
      *> equal the bank's trailer total, or it reads CHECK. A
      *> customer the cash brings current has their dunning level
      *> cleared as ARCASH does. Each file applied is noted on
      *> LBCTL.DAT by its trailer, and a file already noted there
      *> is refused whole (return code 8) so a resent file cannot
      *> apply the same cash twice. Carried cash applied posts under
      *> the business date off the processing calendar.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOCKBOX.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOCKBOX-FILE ASSIGN TO "LOCKBOX.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsLbStatus.

           SELECT AR-LEDGER-FILE ASSIGN TO "ARLEDGER.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsArStatus.

           SELECT AR-WORK-FILE ASSIGN TO "ARWORK.DAT"
               ORGANIZATION LINE SEQUENTIAL.

           SELECT AR-PAYMENT-FILE ASSIGN TO "ARPAYHIS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsPhStatus.

           SELECT UNAPPLIED-FILE ASSIGN TO "UNAPPLD.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsUaStatus.

           SELECT UNAPPLIED-WORK-FILE ASSIGN TO "UAWORK.DAT"
               ORGANIZATION LINE SEQUENTIAL.

           SELECT DUNNING-FILE ASSIGN TO "DUNNING.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsDnStatus.

           SELECT DUNNING-WORK-FILE ASSIGN TO "DUNWORK.DAT"
               ORGANIZATION LINE SEQUENTIAL.

           SELECT LOCKBOX-CONTROL-FILE ASSIGN TO "LBCTL.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsLcStatus.

           SELECT CALENDAR-FILE ASSIGN TO "CALENDAR.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsCaStatus.

           SELECT REPORT-PRINT-FILE ASSIGN TO "LOCKBOX.PRT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD LOCKBOX-FILE.
           COPY LOCKBOX.

           FD AR-LEDGER-FILE.
           COPY ARLEDGER.

           FD AR-WORK-FILE.
           01 AR-WORK-REC PIC X(50).

           FD AR-PAYMENT-FILE.
           COPY ARPAYHIS.

           FD UNAPPLIED-FILE.
           COPY UNAPPLD.

      *> Cut wider than the 34-byte unapplied record so the copy
      *> pass can never shave the tail.
           FD UNAPPLIED-WORK-FILE.
           01 UNAPPLIED-WORK-REC PIC X(50).

           FD DUNNING-FILE.
           COPY DUNNING.

           FD DUNNING-WORK-FILE.
           01 DUNNING-WORK-REC PIC X(30).

           FD LOCKBOX-CONTROL-FILE.
           COPY LBCTL.

           FD CALENDAR-FILE.
           COPY CALREC.

           FD REPORT-PRINT-FILE.
           01 REPORT-PRINT-REC PIC X(80).

           WORKING-STORAGE SECTION.
           01 wsEOF pic X value "N".
           01 wsFileEOF pic X.
           01 wsLbStatus pic X(2).
           01 wsArStatus pic X(2).
           01 wsPhStatus pic X(2).
           01 wsUaStatus pic X(2).
           01 wsLcStatus pic X(2).

      *> What identifies this bank file on LBCTL.DAT.
           01 wsLbKeyDate pic 9(8).
           01 wsLbKeyRef pic X(10).
           01 wsLbKeyCount pic 9(6).
           01 wsLbKeyTotal pic 9(9)v99.
           01 wsLbSeen pic X.

      *> One allocation: the cash, whose it is, the invoice quoted,
      *> and the date and reference it posts under.
           01 wsAllocCust pic 9(6).
           01 wsAllocInv pic 9(6).
           01 wsAllocDate pic 9(8).
           01 wsAllocRef pic X(10).
           01 wsRemain pic S9(7)v99.
           01 wsApplied pic S9(7)v99.
           01 wsTake pic S9(7)v99.
           01 wsBalance pic S9(8)v99.

      *> The customer's open items, loaded for each allocation so
      *> the oldest can be picked without another ledger pass.
           01 wsItemCount pic 9(3).
           01 wsItemMax pic 9(3) value 200.
           01 wsItemTable.
               05 wsItem OCCURS 200 TIMES.
                   10 wsItInvNo PIC 9(6).
                   10 wsItDate PIC 9(8).
                   10 wsItOwing PIC S9(7)V99.
                   10 wsItAlloc PIC S9(7)V99.
           01 itIdx pic 9(3).
           01 wsOldIdx pic 9(3).

           01 wsToday pic 9(8).
           01 wsBankCount pic 9(6) value 0.
           01 wsBankTotal pic 9(9)v99 value 0.
           01 wsTrailerSeen pic X value "N".
           01 wsDetailCount pic 9(6) value 0.
           01 wsDetailTotal pic 9(9)v99 value 0.
           01 wsAppliedTotal pic S9(9)v99 value 0.
           01 wsUnappTotal pic S9(9)v99 value 0.
           01 wsCarriedApplied pic S9(9)v99 value 0.
           01 wsCarriedLeft pic S9(9)v99 value 0.
           01 wsProofSum pic S9(10)v99.
           01 wsProofStatus pic X(5).

           01 dispAmount pic z,zzz,zz9.99-.
           01 dispTotal pic zzz,zzz,zz9.99-.
           01 dispCount pic ZZZ,ZZ9.

           COPY RPTHDR.
           COPY RPTPRT.
           COPY CALWS.
           COPY DUNCLRWS.

       PROCEDURE DIVISION.

           perform CHECK-LOCKBOX-SEEN

           OPEN INPUT LOCKBOX-FILE
           IF wsLbStatus NOT = "00"
               display "No lockbox file (LOCKBOX.DAT) from the bank"
                   " -- nothing to apply."
               STOP RUN
           END-IF
           perform GET-BUSINESS-DATE
           MOVE wsBusDate TO wsToday

           move "Lockbox Cash Application" to WS-RPT-TITLE
           perform PRINT-REPORT-HEADER
           MOVE SPACES TO wsRptColHead
           STRING "REFERENCE   CUSTOMER INVOICE        AMOUNT"
               "       APPLIED     UNAPPLIED"
               DELIMITED BY SIZE INTO wsRptColHead
           perform OPEN-REPORT-PRINT
           MOVE SPACES TO wsRptLine

           OPEN OUTPUT UNAPPLIED-WORK-FILE
           perform APPLY-CARRIED-CASH

           PERFORM UNTIL wsEOF = "Y"
               READ LOCKBOX-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       EVALUATE TRUE
                           WHEN LB-IS-DETAIL
                               perform APPLY-ONE-REMITTANCE
                           WHEN LB-IS-TRAILER
                               MOVE "Y" TO wsTrailerSeen
                               MOVE LT-COUNT TO wsBankCount
                               MOVE LT-TOTAL TO wsBankTotal
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE LOCKBOX-FILE
           CLOSE UNAPPLIED-WORK-FILE
           perform COPY-UNAPPLIED-BACK
           perform RECORD-LOCKBOX-SEEN

           perform PRINT-PROOF
           perform CLOSE-REPORT-PRINT
           display "Proof is on LOCKBOX.PRT."
           perform PRINT-REPORT-FOOTER.

       STOP RUN.

           COPY RPTHDRPR.
           COPY RPTPRTPR.
           COPY CALPR.
           COPY DUNCLRPR.

      *> One pass over the bank file for its identity -- the
      *> trailer's date, reference, count and total, or the detail
      *> sums when no trailer came -- checked against every file
      *> applied before. A match means this file has been applied,
      *> and nothing is touched.
       CHECK-LOCKBOX-SEEN.
           MOVE 0 TO wsLbKeyDate
           MOVE SPACES TO wsLbKeyRef
           MOVE 0 TO wsLbKeyCount
           MOVE 0 TO wsLbKeyTotal
           MOVE "N" TO wsFileEOF
           OPEN INPUT LOCKBOX-FILE
           IF wsLbStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL wsFileEOF = "Y"
               READ LOCKBOX-FILE
                   AT END
                       MOVE "Y" TO wsFileEOF
                   NOT AT END
                       EVALUATE TRUE
                           WHEN LB-IS-DETAIL
                               IF wsLbKeyDate = 0
                                   MOVE LB-DATE TO wsLbKeyDate
                               END-IF
                               ADD 1 TO wsLbKeyCount
                               ADD LB-AMOUNT TO wsLbKeyTotal
                           WHEN LB-IS-TRAILER
                               MOVE LT-DATE TO wsLbKeyDate
                               MOVE LT-REF TO wsLbKeyRef
                               MOVE LT-COUNT TO wsLbKeyCount
                               MOVE LT-TOTAL TO wsLbKeyTotal
                               MOVE "Y" TO wsFileEOF
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE LOCKBOX-FILE

           MOVE "N" TO wsLbSeen
           MOVE "N" TO wsFileEOF
           OPEN INPUT LOCKBOX-CONTROL-FILE
           IF wsLcStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL wsFileEOF = "Y"
               READ LOCKBOX-CONTROL-FILE
                   AT END
                       MOVE "Y" TO wsFileEOF
                   NOT AT END
                       IF LC-DATE = wsLbKeyDate
                           AND LC-REF = wsLbKeyRef
                           AND LC-COUNT = wsLbKeyCount
                           AND LC-TOTAL = wsLbKeyTotal
                           MOVE "Y" TO wsLbSeen
                           MOVE "Y" TO wsFileEOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOCKBOX-CONTROL-FILE
           IF wsLbSeen = "N"
               EXIT PARAGRAPH
           END-IF

           display "Lockbox file dated " wsLbKeyDate " ref "
               wsLbKeyRef " was already applied on " LC-STAMP(1:8)
               " -- run refused."
           MOVE 8 TO RETURN-CODE
           STOP RUN.

       RECORD-LOCKBOX-SEEN.
           OPEN EXTEND LOCKBOX-CONTROL-FILE
           IF wsLcStatus = "35"
               OPEN OUTPUT LOCKBOX-CONTROL-FILE
               CLOSE LOCKBOX-CONTROL-FILE
               OPEN EXTEND LOCKBOX-CONTROL-FILE
           END-IF
           MOVE wsLbKeyDate TO LC-DATE
           MOVE wsLbKeyRef TO LC-REF
           MOVE wsLbKeyCount TO LC-COUNT
           MOVE wsLbKeyTotal TO LC-TOTAL
           MOVE FUNCTION CURRENT-DATE(1:14) TO LC-STAMP
           WRITE LOCKBOX-CONTROL-REC
           CLOSE LOCKBOX-CONTROL-FILE.

      *> Cash parked on earlier runs goes against the customer's
      *> open items first, oldest first; what is still left over is
      *> carried forward. Unidentified cash under customer 000000
      *> just carries.
       APPLY-CARRIED-CASH.
           MOVE "N" TO wsFileEOF
           OPEN INPUT UNAPPLIED-FILE
           IF wsUaStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "CARRIED UNAPPLIED CASH" TO wsRptLine
           perform WRITE-REPORT-LINE
           PERFORM UNTIL wsFileEOF = "Y"
               READ UNAPPLIED-FILE
                   AT END
                       MOVE "Y" TO wsFileEOF
                   NOT AT END
                       perform APPLY-ONE-CARRIED
               END-READ
           END-PERFORM
           CLOSE UNAPPLIED-FILE
           perform WRITE-REPORT-LINE.

       APPLY-ONE-CARRIED.
           MOVE UA-CUST TO wsAllocCust
           MOVE 0 TO wsAllocInv
           MOVE wsToday TO wsAllocDate
           MOVE UA-REF TO wsAllocRef
           MOVE UA-AMOUNT TO wsRemain
           MOVE 0 TO wsApplied
           IF UA-CUST NOT = 0 AND UA-AMOUNT > 0
               perform ALLOCATE-CASH
           END-IF
           ADD wsApplied TO wsCarriedApplied
           ADD wsRemain TO wsCarriedLeft
           MOVE UA-AMOUNT TO dispAmount
           STRING UA-REF "  " UA-CUST "            " dispAmount
               DELIMITED BY SIZE INTO wsRptLine
           MOVE wsApplied TO dispAmount
           MOVE dispAmount TO wsRptLine(43:14)
           MOVE wsRemain TO dispAmount
           MOVE dispAmount TO wsRptLine(57:14)
           perform WRITE-REPORT-LINE
           IF wsApplied > 0
               perform POST-ALLOCATIONS
           END-IF
           IF wsRemain NOT = 0
               MOVE wsRemain TO UA-AMOUNT
               MOVE UNAPPLIED-REC TO UNAPPLIED-WORK-REC
               WRITE UNAPPLIED-WORK-REC
           END-IF.

       APPLY-ONE-REMITTANCE.
           ADD 1 TO wsDetailCount
           ADD LB-AMOUNT TO wsDetailTotal
           MOVE LB-CUST TO wsAllocCust
           MOVE LB-INVNO TO wsAllocInv
           MOVE LB-DATE TO wsAllocDate
           MOVE LB-REF TO wsAllocRef
           MOVE LB-AMOUNT TO wsRemain
           MOVE 0 TO wsApplied
           IF wsAllocCust = 0 AND wsAllocInv NOT = 0
               perform FIND-INVOICE-CUSTOMER
           END-IF
           IF wsAllocCust NOT = 0
               perform ALLOCATE-CASH
           END-IF
           ADD wsApplied TO wsAppliedTotal
           ADD wsRemain TO wsUnappTotal

           MOVE LB-AMOUNT TO dispAmount
           STRING LB-REF "  " wsAllocCust "   " LB-INVNO
               "  " dispAmount
               DELIMITED BY SIZE INTO wsRptLine
           MOVE wsApplied TO dispAmount
           MOVE dispAmount TO wsRptLine(43:14)
           MOVE wsRemain TO dispAmount
           MOVE dispAmount TO wsRptLine(57:14)
           perform WRITE-REPORT-LINE
           IF wsApplied > 0
               perform POST-ALLOCATIONS
           END-IF

           IF wsRemain NOT = 0
               MOVE wsAllocCust TO UA-CUST
               MOVE LB-DATE TO UA-DATE
               MOVE wsRemain TO UA-AMOUNT
               MOVE LB-REF TO UA-REF
               MOVE UNAPPLIED-REC TO UNAPPLIED-WORK-REC
               WRITE UNAPPLIED-WORK-REC
           END-IF.

       FIND-INVOICE-CUSTOMER.
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
                       IF AR-INVNO = wsAllocInv
                           MOVE AR-CUST TO wsAllocCust
                           MOVE "Y" TO wsFileEOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AR-LEDGER-FILE.

      *> The quoted invoice takes what it owes first; the rest is
      *> spread oldest item first. An invoice quoted that is not one
      *> of this customer's open items is simply passed over.
       ALLOCATE-CASH.
           perform LOAD-CUSTOMER-ITEMS
           IF wsItemCount = 0
               EXIT PARAGRAPH
           END-IF
           IF wsAllocInv NOT = 0
               PERFORM VARYING itIdx FROM 1 BY 1
                       UNTIL itIdx > wsItemCount
                   IF wsItInvNo(itIdx) = wsAllocInv
                       perform TAKE-FROM-ITEM
                   END-IF
               END-PERFORM
           END-IF
           PERFORM UNTIL wsRemain = 0
               perform FIND-OLDEST-ITEM
               IF wsOldIdx = 0
                   EXIT PERFORM
               END-IF
               MOVE wsOldIdx TO itIdx
               perform TAKE-FROM-ITEM
           END-PERFORM.

       LOAD-CUSTOMER-ITEMS.
           MOVE 0 TO wsItemCount
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
                       COMPUTE wsBalance = AR-AMOUNT - AR-PAID
                       IF AR-CUST = wsAllocCust AND AR-IS-OPEN
                           AND wsBalance > 0
                           AND wsItemCount < wsItemMax
                           ADD 1 TO wsItemCount
                           MOVE AR-INVNO TO wsItInvNo(wsItemCount)
                           MOVE AR-BUSDATE TO wsItDate(wsItemCount)
                           MOVE wsBalance TO wsItOwing(wsItemCount)
                           MOVE 0 TO wsItAlloc(wsItemCount)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AR-LEDGER-FILE.

       TAKE-FROM-ITEM.
           COMPUTE wsTake = wsItOwing(itIdx) - wsItAlloc(itIdx)
           IF wsTake > wsRemain
               MOVE wsRemain TO wsTake
           END-IF
           IF wsTake > 0
               ADD wsTake TO wsItAlloc(itIdx)
               ADD wsTake TO wsApplied
               SUBTRACT wsTake FROM wsRemain
           END-IF.

      *> Oldest by invoice date, lowest invoice number on a tie.
       FIND-OLDEST-ITEM.
           MOVE 0 TO wsOldIdx
           PERFORM VARYING itIdx FROM 1 BY 1
                   UNTIL itIdx > wsItemCount
               IF wsItAlloc(itIdx) < wsItOwing(itIdx)
                   IF wsOldIdx = 0
                       MOVE itIdx TO wsOldIdx
                   ELSE
                       IF wsItDate(itIdx) < wsItDate(wsOldIdx)
                           OR (wsItDate(itIdx) = wsItDate(wsOldIdx)
                           AND wsItInvNo(itIdx) < wsItInvNo(wsOldIdx))
                           MOVE itIdx TO wsOldIdx
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *> The ledger copies through the work file with every
      *> allocation added to AR-PAID, then copies back, as ARCASH
      *> does for a single payment; each allocation also goes on
      *> the payment history, and a customer left with nothing past
      *> due comes off the dunning file.
       POST-ALLOCATIONS.
           MOVE "N" TO wsFileEOF
           OPEN INPUT AR-LEDGER-FILE
           IF wsArStatus NOT = "00"
               display "ARLEDGER.DAT could not be opened (status "
                   wsArStatus ") -- " wsAllocRef " not posted."
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT AR-WORK-FILE
           PERFORM UNTIL wsFileEOF = "Y"
               READ AR-LEDGER-FILE
                   AT END
                       MOVE "Y" TO wsFileEOF
                   NOT AT END
                       IF AR-CUST = wsAllocCust
                           perform POST-ONE-ITEM
                       END-IF
                       MOVE AR-LEDGER-REC TO AR-WORK-REC
                       WRITE AR-WORK-REC
               END-READ
           END-PERFORM
           CLOSE AR-LEDGER-FILE
           CLOSE AR-WORK-FILE

           MOVE "N" TO wsFileEOF
           OPEN INPUT AR-WORK-FILE
           OPEN OUTPUT AR-LEDGER-FILE
           PERFORM UNTIL wsFileEOF = "Y"
               READ AR-WORK-FILE
                   AT END
                       MOVE "Y" TO wsFileEOF
                   NOT AT END
                       MOVE AR-WORK-REC TO AR-LEDGER-REC
                       WRITE AR-LEDGER-REC
               END-READ
           END-PERFORM
           CLOSE AR-WORK-FILE
           CLOSE AR-LEDGER-FILE

           OPEN EXTEND AR-PAYMENT-FILE
           IF wsPhStatus = "35"
               OPEN OUTPUT AR-PAYMENT-FILE
               CLOSE AR-PAYMENT-FILE
               OPEN EXTEND AR-PAYMENT-FILE
           END-IF
           PERFORM VARYING itIdx FROM 1 BY 1
                   UNTIL itIdx > wsItemCount
               IF wsItAlloc(itIdx) > 0
                   MOVE wsAllocDate TO PH-DATE
                   MOVE wsAllocCust TO PH-CUST
                   MOVE wsItInvNo(itIdx) TO PH-INVNO
                   MOVE wsItAlloc(itIdx) TO PH-AMOUNT
                   MOVE "LOCKBOX" TO PH-SOURCE
                   WRITE AR-PAYMENT-REC
                   MOVE wsItAlloc(itIdx) TO dispAmount
                   STRING "      applied to invoice #"
                       wsItInvNo(itIdx) "  " dispAmount
                       DELIMITED BY SIZE INTO wsRptLine
                   perform WRITE-REPORT-LINE
               END-IF
           END-PERFORM
           CLOSE AR-PAYMENT-FILE
           MOVE wsAllocCust TO wsDunCust
           perform CLEAR-DUNNING-IF-CURRENT.

       POST-ONE-ITEM.
           PERFORM VARYING itIdx FROM 1 BY 1
                   UNTIL itIdx > wsItemCount
               IF wsItInvNo(itIdx) = AR-INVNO
                   AND wsItAlloc(itIdx) > 0
                   ADD wsItAlloc(itIdx) TO AR-PAID
                   IF AR-AMOUNT - AR-PAID <= 0
                       SET AR-IS-PAID TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

       COPY-UNAPPLIED-BACK.
           MOVE "N" TO wsFileEOF
           OPEN INPUT UNAPPLIED-WORK-FILE
           OPEN OUTPUT UNAPPLIED-FILE
           PERFORM UNTIL wsFileEOF = "Y"
               READ UNAPPLIED-WORK-FILE
                   AT END
                       MOVE "Y" TO wsFileEOF
                   NOT AT END
                       MOVE UNAPPLIED-WORK-REC TO UNAPPLIED-REC
                       WRITE UNAPPLIED-REC
               END-READ
           END-PERFORM
           CLOSE UNAPPLIED-WORK-FILE
           CLOSE UNAPPLIED-FILE.

      *> Applied plus unapplied out of today's file has to come to
      *> the bank's trailer total. A file that arrived without its
      *> trailer is proved against its own detail sum and says so.
       PRINT-PROOF.
           IF wsTrailerSeen = "N"
               MOVE wsDetailCount TO wsBankCount
               MOVE wsDetailTotal TO wsBankTotal
           END-IF
           COMPUTE wsProofSum = wsAppliedTotal + wsUnappTotal
           IF wsProofSum = wsBankTotal
               AND wsDetailCount = wsBankCount
               MOVE "OK" TO wsProofStatus
           ELSE
               MOVE "CHECK" TO wsProofStatus
           END-IF

           perform WRITE-REPORT-LINE
           MOVE "LOCKBOX PROOF" TO wsRptLine
           perform WRITE-REPORT-LINE
           MOVE wsDetailCount TO dispCount
           STRING "  Remittances applied:   " dispCount
               DELIMITED BY SIZE INTO wsRptLine
           perform WRITE-REPORT-LINE
           MOVE wsAppliedTotal TO dispTotal
           STRING "  Applied to invoices:   " dispTotal
               DELIMITED BY SIZE INTO wsRptLine
           perform WRITE-REPORT-LINE
           MOVE wsUnappTotal TO dispTotal
           STRING "  Left unapplied:        " dispTotal
               DELIMITED BY SIZE INTO wsRptLine
           perform WRITE-REPORT-LINE
           MOVE wsProofSum TO dispTotal
           STRING "  Applied + unapplied:   " dispTotal
               DELIMITED BY SIZE INTO wsRptLine
           perform WRITE-REPORT-LINE
           MOVE wsBankTotal TO dispTotal
           MOVE wsBankCount TO dispCount
           IF wsTrailerSeen = "Y"
               STRING "  Bank trailer total:    " dispTotal
                   "  items " dispCount
                   DELIMITED BY SIZE INTO wsRptLine
           ELSE
               STRING "  No trailer -- detail:  " dispTotal
                   "  items " dispCount
                   DELIMITED BY SIZE INTO wsRptLine
           END-IF
           perform WRITE-REPORT-LINE
           STRING "  Proof:                 " wsProofStatus
               DELIMITED BY SIZE INTO wsRptLine
           perform WRITE-REPORT-LINE
           perform WRITE-REPORT-LINE
           MOVE wsCarriedApplied TO dispTotal
           STRING "  Carried cash applied:  " dispTotal
               DELIMITED BY SIZE INTO wsRptLine
           perform WRITE-REPORT-LINE
           COMPUTE wsProofSum = wsCarriedLeft + wsUnappTotal
           MOVE wsProofSum TO dispTotal
           STRING "  Unapplied cash now:    " dispTotal
               DELIMITED BY SIZE INTO wsRptLine
           perform WRITE-REPORT-LINE

           MOVE wsDetailCount TO dispCount
           display "Remittances:          " dispCount
           MOVE wsAppliedTotal TO dispTotal
           display "Applied to invoices:  " dispTotal
           MOVE wsUnappTotal TO dispTotal
           display "Left unapplied:       " dispTotal
           MOVE wsBankTotal TO dispTotal
           display "Bank total:           " dispTotal "  "
               wsProofStatus
           MOVE wsCarriedApplied TO dispTotal
           display "Carried cash applied: " dispTotal.
