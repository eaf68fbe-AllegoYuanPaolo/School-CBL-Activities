      *> Bad-debt write-off workflow for the receivable ledger, the
      *> way GRCHREQ runs grade changes: a write-off is filed as a
      *> request against one item on ARLEDGER.DAT with a reason, a
      *> supervisor -- proven against OPERPROF.DAT's class, not
      *> taken on faith -- approves or denies it, and only approved
      *> requests are posted. Posting closes each item as written
      *> off (status W, balance kept) and cuts one bad-debt batch in
      *> the GLPOST layout on GLBAD.DAT: bad-debt expense against
      *> receivables, per item, under a header/trailer and a batch
      *> number drawn from GLBCTL.DAT and registered on GLBATCH.DAT
      *> so GLACK tracks it like the revenue extract. A supervisor
      *> cannot decide a request they filed themselves -- that takes
      *> a second supervisor -- and a recovery, which moves the GL
      *> back, is supervisor-only like posting. The write-off
      *> also goes on ARPAYHIS.DAT so the customer statement shows
      *> it. When a written-off customer pays after all, the
      *> recovery mode takes the cash against the written-off item
      *> and reinstates that much of the receivable in the GL.
      *> GLBAD.DAT holds one batch at a time, so neither a posting
      *> nor a recovery cuts a new one while the batch already on it
      *> has not reached the ledger journal through GLACK and
      *> GLAPPLY. Ages, postings and the batch date all run off the
      *> business date from the processing calendar.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARWOFF.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WRITE-OFF-FILE ASSIGN TO "WRITEOFF.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsWoStatus.

           SELECT WRITE-OFF-WORK-FILE ASSIGN TO "WOWORK.DAT"
               ORGANIZATION LINE SEQUENTIAL.

           SELECT WRITE-OFF-CTL-FILE ASSIGN TO "WOCTL.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsWcStatus.

           SELECT AR-LEDGER-FILE ASSIGN TO "ARLEDGER.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsArStatus.

           SELECT AR-WORK-FILE ASSIGN TO "ARWORK.DAT"
               ORGANIZATION LINE SEQUENTIAL.

           SELECT AR-PAYMENT-FILE ASSIGN TO "ARPAYHIS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsPhStatus.

           SELECT GL-POST-FILE ASSIGN TO "GLBAD.DAT"
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

           SELECT OPERATOR-PROFILE-FILE ASSIGN TO "OPERPROF.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsOpStatus.

           SELECT CALENDAR-FILE ASSIGN TO "CALENDAR.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsCaStatus.

       DATA DIVISION.
           FILE SECTION.
           FD WRITE-OFF-FILE.
           COPY WRITEOFF.

      *> Cut wider than the 93-byte request record so the copy
      *> passes can never shave the approver or the batch number.
           FD WRITE-OFF-WORK-FILE.
           01 WRITE-OFF-WORK-REC PIC X(120).

           FD WRITE-OFF-CTL-FILE.
           01 WRITE-OFF-CTL-REC.
               05 WC-NEXT-REQID PIC 9(6).

           FD AR-LEDGER-FILE.
           COPY ARLEDGER.

           FD AR-WORK-FILE.
           01 AR-WORK-REC PIC X(50).

           FD AR-PAYMENT-FILE.
           COPY ARPAYHIS.

           FD GL-POST-FILE.
           COPY GLPOST.

           FD GL-BATCH-FILE.
           COPY GLBATCH.

           FD GL-BATCH-CTL-FILE.
           01 GL-BATCH-CTL-REC.
               05 GC-NEXT-BATCH PIC 9(4).

           FD GL-JOURNAL-FILE.
           COPY GLJRNL.

           FD OPERATOR-PROFILE-FILE.
           COPY OPERPROF.

           FD CALENDAR-FILE.
           COPY CALREC.

           WORKING-STORAGE SECTION.
           01 wsMode pic 9.
           01 wsEOF pic X value "N".
           01 wsWoStatus pic X(2).
           01 wsWcStatus pic X(2).
           01 wsArStatus pic X(2).
           01 wsPhStatus pic X(2).
           01 wsGlStatus pic X(2).
           01 wsGbStatus pic X(2).
           01 wsGbcStatus pic X(2).
           01 wsOpStatus pic X(2).

           01 wsOperator pic X(8).
           01 wsIsSuper pic X value "N".
           01 wsProfEOF pic X.

           01 mntInvNo pic 9(6).
           01 mntReason pic X(30).
           01 mntAmount pic 9(7)v99.
           01 wsItemFound pic X.
           01 wsItemCust pic 9(6).
           01 wsItemDate pic 9(8).
           01 wsItemStatus pic X.
           01 wsBalance pic S9(8)v99.
           01 wsAgeDays pic S9(5).
           01 wsToday pic 9(8).
           01 wsTodayInt pic 9(8).
           01 wsNextReqId pic 9(6).

           01 pickReqId pic 9(6).
           01 wsDecision pic X.
           01 wsFound pic X.

      *> Approved requests gathered for one posting pass.
           01 wsWoCount pic 9(3).
           01 wsWoMax pic 9(3) value 200.
           01 wsWoTable.
               05 wsWoEntry OCCURS 200 TIMES.
                   10 wsWtReqId PIC 9(6).
                   10 wsWtInvNo PIC 9(6).
                   10 wsWtAmount PIC S9(7)V99.
                   10 wsWtDone PIC X.
           01 woIdx pic 9(3).

           01 wsNextGlBatch pic 9(4).
           01 wsGlLineCount pic 9(6) value 0.
           01 wsGlHashTotal pic 9(11)v99 value 0.
           01 wsGlAbsAmount pic 9(8)v99.
           01 wsGlWorkAmt pic S9(8)v99.
           01 wsGlAccount pic X(8).
           01 wsGlDrCr pic X.
           01 wsGlCust pic 9(6).
           01 wsPostedCount pic 9(4) value 0.
           01 wsPostedTotal pic S9(9)v99 value 0.

           01 dispAmount pic z,zzz,zz9.99-.
           01 dispTotal pic zzz,zzz,zz9.99-.
           01 dispDays pic zzzz9-.
           01 dispCount pic Z,ZZ9.

           COPY NUMCHECK.
           COPY RPTHDR.
           COPY CALWS.
           COPY GLCHKWS.

       PROCEDURE DIVISION.

           display "Operator ID: " with no advancing.
           accept wsOperator.
           perform CHECK-OPERATOR-CLASS.
           perform GET-BUSINESS-DATE
           MOVE wsBusDate TO wsToday
           COMPUTE wsTodayInt = FUNCTION INTEGER-OF-DATE(wsToday)

           move "Bad-Debt Write-Offs" to WS-RPT-TITLE
           perform PRINT-REPORT-HEADER

           display "1. File a write-off request".
           display "2. Approve or deny pending requests"
               " (supervisor)".
           display "3. Post approved write-offs (supervisor)".
           display "4. List requests".
           display "5. Post a recovery on a written-off item"
               " (supervisor)".
           display "Select mode: " with no advancing.
           accept wsMode.

           evaluate wsMode
               when 1
                   perform FILE-ONE-REQUEST
               when 2
                   perform REVIEW-REQUESTS
               when 3
                   perform POST-APPROVED-WRITE-OFFS
               when 4
                   perform LIST-REQUESTS
               when 5
                   perform POST-RECOVERY
               when other
                   display "Invalid selection."
           end-evaluate.

           perform PRINT-REPORT-FOOTER.

       STOP RUN.

           COPY NUMCHKPR.
           COPY RPTHDRPR.
           COPY CALPR.

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

       GET-NEXT-REQUEST-ID.
           MOVE 1 TO wsNextReqId
           OPEN INPUT WRITE-OFF-CTL-FILE
           IF wsWcStatus = "00"
               READ WRITE-OFF-CTL-FILE
                   NOT AT END
                       MOVE WC-NEXT-REQID TO wsNextReqId
               END-READ
               CLOSE WRITE-OFF-CTL-FILE
           END-IF
           OPEN OUTPUT WRITE-OFF-CTL-FILE
           COMPUTE WC-NEXT-REQID = wsNextReqId + 1
           WRITE WRITE-OFF-CTL-REC
           CLOSE WRITE-OFF-CTL-FILE.

       FIND-LEDGER-ITEM.
           move "N" to wsItemFound
           move "N" to wsEOF
           OPEN INPUT AR-LEDGER-FILE
           IF wsArStatus NOT = "00"
               MOVE "Y" TO wsEOF
           END-IF
           PERFORM UNTIL wsEOF = "Y"
               READ AR-LEDGER-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       IF AR-INVNO = mntInvNo
                           MOVE "Y" TO wsItemFound
                           MOVE AR-CUST TO wsItemCust
                           MOVE AR-BUSDATE TO wsItemDate
                           MOVE AR-STATUS TO wsItemStatus
                           COMPUTE wsBalance = AR-AMOUNT - AR-PAID
                           MOVE "Y" TO wsEOF
                       END-IF
               END-READ
           END-PERFORM
           IF wsArStatus = "00" OR wsArStatus = "10"
               CLOSE AR-LEDGER-FILE
           END-IF
           MOVE "N" TO wsEOF.

       PROMPT-INVOICE.
           move "N" to WS-VALID-OK
           perform until VALID-NUMERIC-INPUT
               display "Invoice number: " with no advancing
               accept WS-VALID-BUFFER
               perform VALIDATE-NUMERIC-INPUT
           end-perform
           compute mntInvNo = function numval(WS-VALID-BUFFER).

      *> Only an open item still owing can be written off; its age
      *> is shown so a request against a current item stands out
      *> to the approver.
       FILE-ONE-REQUEST.
           perform PROMPT-INVOICE
           perform FIND-LEDGER-ITEM
           IF wsItemFound = "N"
               display "Invoice #" mntInvNo
                   " is not on the receivable ledger."
               EXIT PARAGRAPH
           END-IF
           IF wsItemStatus NOT = "O" OR wsBalance NOT > 0
               display "Invoice #" mntInvNo
                   " has nothing open to write off."
               EXIT PARAGRAPH
           END-IF
           COMPUTE wsAgeDays = wsTodayInt
               - FUNCTION INTEGER-OF-DATE(wsItemDate)
           MOVE wsBalance TO dispAmount
           MOVE wsAgeDays TO dispDays
           display "Invoice #" mntInvNo " customer #" wsItemCust
               " balance " dispAmount " age " dispDays " days"

           display "Reason: " with no advancing
           accept mntReason

           perform GET-NEXT-REQUEST-ID
           OPEN EXTEND WRITE-OFF-FILE
           IF wsWoStatus = "35"
               OPEN OUTPUT WRITE-OFF-FILE
               CLOSE WRITE-OFF-FILE
               OPEN EXTEND WRITE-OFF-FILE
           END-IF
           MOVE wsNextReqId TO WO-REQID
           MOVE FUNCTION CURRENT-DATE(1:14) TO WO-TIMESTAMP
           MOVE wsOperator TO WO-REQUESTOR
           MOVE mntInvNo TO WO-INVNO
           MOVE wsItemCust TO WO-CUST
           MOVE wsBalance TO WO-AMOUNT
           MOVE mntReason TO WO-REASON
           SET WO-IS-PENDING TO TRUE
           MOVE SPACES TO WO-APPROVER
           MOVE 0 TO WO-GLBATCH
           WRITE WRITE-OFF-REC
           CLOSE WRITE-OFF-FILE

           display "Request #" wsNextReqId " filed pending"
               " supervisor approval.".

       LIST-REQUESTS.
           move "N" to wsEOF
           OPEN INPUT WRITE-OFF-FILE
           IF wsWoStatus NOT = "00"
               display "No write-off requests on file."
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL wsEOF = "Y"
               READ WRITE-OFF-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       MOVE WO-AMOUNT TO dispAmount
                       display "#" WO-REQID " [" WO-STATUS "] inv #"
                           WO-INVNO " cust #" WO-CUST " "
                           dispAmount " by " WO-REQUESTOR " ("
                           function trim(WO-REASON) ")"
                       IF WO-IS-POSTED
                           display "        written off, GL batch "
                               WO-GLBATCH " approved by "
                               WO-APPROVER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WRITE-OFF-FILE
           MOVE "N" TO wsEOF.

       REVIEW-REQUESTS.
           IF wsIsSuper NOT = "Y"
               display "Approval is supervisor-only -- operator "
                   wsOperator " is not class S."
               EXIT PARAGRAPH
           END-IF
           PERFORM FOREVER
               move "N" to WS-VALID-OK
               perform until VALID-NUMERIC-INPUT
                   display "Request number to decide (0 ends): "
                       with no advancing
                   accept WS-VALID-BUFFER
                   perform VALIDATE-NUMERIC-INPUT
               end-perform
               compute pickReqId =
                   function numval(WS-VALID-BUFFER)
               IF pickReqId = 0
                   EXIT PERFORM
               END-IF
               move spaces to wsDecision
               PERFORM UNTIL wsDecision = "A"
                       OR wsDecision = "D"
                   display "Approve or Deny? (A/D): "
                       with no advancing
                   accept wsDecision
                   move function upper-case(wsDecision)
                       to wsDecision
               END-PERFORM
               perform DECIDE-ONE-REQUEST
           END-PERFORM.

       DECIDE-ONE-REQUEST.
           move "N" to wsFound
           move "N" to wsEOF
           OPEN INPUT WRITE-OFF-FILE
           IF wsWoStatus NOT = "00"
               display "No write-off requests on file."
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT WRITE-OFF-WORK-FILE
           PERFORM UNTIL wsEOF = "Y"
               READ WRITE-OFF-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       IF WO-REQID = pickReqId
                           AND WO-IS-PENDING
                           AND WO-REQUESTOR = wsOperator
                           MOVE "S" TO wsFound
                       END-IF
                       IF WO-REQID = pickReqId
                           AND WO-IS-PENDING
                           AND WO-REQUESTOR NOT = wsOperator
                           MOVE "Y" TO wsFound
                           MOVE wsDecision TO WO-STATUS
                           MOVE wsOperator TO WO-APPROVER
                       END-IF
                       MOVE WRITE-OFF-REC TO WRITE-OFF-WORK-REC
                       WRITE WRITE-OFF-WORK-REC
               END-READ
           END-PERFORM
           CLOSE WRITE-OFF-FILE
           CLOSE WRITE-OFF-WORK-FILE
           MOVE "N" TO wsEOF

           IF wsFound = "N"
               display "Request #" pickReqId
                   " is not pending (or not on file)."
               EXIT PARAGRAPH
           END-IF
           IF wsFound = "S"
               display "Request #" pickReqId " was filed by "
                   function trim(wsOperator)
                   " -- another supervisor must decide it."
               EXIT PARAGRAPH
           END-IF

           perform COPY-REQUESTS-BACK
           display "Request #" pickReqId " marked "
               wsDecision ".".

       COPY-REQUESTS-BACK.
           move "N" to wsEOF
           OPEN INPUT WRITE-OFF-WORK-FILE
           OPEN OUTPUT WRITE-OFF-FILE
           PERFORM UNTIL wsEOF = "Y"
               READ WRITE-OFF-WORK-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       MOVE WRITE-OFF-WORK-REC TO WRITE-OFF-REC
                       WRITE WRITE-OFF-REC
               END-READ
           END-PERFORM
           CLOSE WRITE-OFF-WORK-FILE
           CLOSE WRITE-OFF-FILE
           MOVE "N" TO wsEOF.

      *> Every approved request posts in one pass and one GL batch.
      *> The amount written off is what the item still owes at
      *> posting, not at filing -- cash that came in meanwhile has
      *> already come off. An item paid off or no longer open by
      *> now has nothing to write off and its request is denied.
       POST-APPROVED-WRITE-OFFS.
           IF wsIsSuper NOT = "Y"
               display "Posting is supervisor-only -- operator "
                   wsOperator " is not class S."
               EXIT PARAGRAPH
           END-IF
           perform CHECK-PRIOR-GL-BATCH
           IF wsPriorOpen = "Y"
               perform SHOW-PRIOR-GL-BATCH
               EXIT PARAGRAPH
           END-IF
           perform LOAD-APPROVED-REQUESTS
           IF wsWoCount = 0
               display "No approved write-offs waiting to post."
               EXIT PARAGRAPH
           END-IF

           perform OPEN-GL-BATCH
           MOVE "BAD DEBT WRITE-OFF" TO GH-DESC
           WRITE GL-POST-REC

           move "N" to wsEOF
           OPEN INPUT AR-LEDGER-FILE
           OPEN OUTPUT AR-WORK-FILE
           PERFORM UNTIL wsEOF = "Y"
               READ AR-LEDGER-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       IF AR-IS-OPEN AND AR-AMOUNT > AR-PAID
                           perform WRITE-OFF-ONE-ITEM
                       END-IF
                       MOVE AR-LEDGER-REC TO AR-WORK-REC
                       WRITE AR-WORK-REC
               END-READ
           END-PERFORM
           CLOSE AR-LEDGER-FILE
           CLOSE AR-WORK-FILE
           perform COPY-LEDGER-BACK
           perform CLOSE-GL-BATCH

           move "N" to wsEOF
           OPEN INPUT WRITE-OFF-FILE
           OPEN OUTPUT WRITE-OFF-WORK-FILE
           PERFORM UNTIL wsEOF = "Y"
               READ WRITE-OFF-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       perform MARK-ONE-REQUEST
                       MOVE WRITE-OFF-REC TO WRITE-OFF-WORK-REC
                       WRITE WRITE-OFF-WORK-REC
               END-READ
           END-PERFORM
           CLOSE WRITE-OFF-FILE
           CLOSE WRITE-OFF-WORK-FILE
           perform COPY-REQUESTS-BACK

           MOVE wsPostedCount TO dispCount
           display "Items written off:  " dispCount
           MOVE wsPostedTotal TO dispTotal
           display "Total written off:  " dispTotal
           display "Bad-debt entry is GL batch " wsNextGlBatch
               " on GLBAD.DAT.".

       LOAD-APPROVED-REQUESTS.
           MOVE 0 TO wsWoCount
           move "N" to wsEOF
           OPEN INPUT WRITE-OFF-FILE
           IF wsWoStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL wsEOF = "Y"
               READ WRITE-OFF-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       IF WO-IS-APPROVED AND wsWoCount < wsWoMax
                           ADD 1 TO wsWoCount
                           MOVE WO-REQID TO wsWtReqId(wsWoCount)
                           MOVE WO-INVNO TO wsWtInvNo(wsWoCount)
                           MOVE 0 TO wsWtAmount(wsWoCount)
                           MOVE "N" TO wsWtDone(wsWoCount)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WRITE-OFF-FILE
           MOVE "N" TO wsEOF.

       WRITE-OFF-ONE-ITEM.
           PERFORM VARYING woIdx FROM 1 BY 1
                   UNTIL woIdx > wsWoCount
               IF wsWtInvNo(woIdx) = AR-INVNO
                   AND wsWtDone(woIdx) = "N"
                   COMPUTE wsWtAmount(woIdx) = AR-AMOUNT - AR-PAID
                   MOVE "Y" TO wsWtDone(woIdx)
                   SET AR-IS-WRITTEN-OFF TO TRUE
                   MOVE wsWtAmount(woIdx) TO wsGlWorkAmt
                   MOVE AR-CUST TO wsGlCust
                   MOVE "6900BAD " TO wsGlAccount
                   MOVE "D" TO wsGlDrCr
                   perform WRITE-GL-DETAIL
                   MOVE "1200REC " TO wsGlAccount
                   MOVE "C" TO wsGlDrCr
                   perform WRITE-GL-DETAIL
                   MOVE AR-CUST TO PH-CUST
                   MOVE AR-INVNO TO PH-INVNO
                   MOVE wsWtAmount(woIdx) TO PH-AMOUNT
                   MOVE "WRITEOFF" TO PH-SOURCE
                   perform WRITE-PAYMENT-HISTORY
                   ADD 1 TO wsPostedCount
                   ADD wsWtAmount(woIdx) TO wsPostedTotal
                   MOVE wsWtAmount(woIdx) TO dispAmount
                   display "Invoice #" AR-INVNO " customer #"
                       AR-CUST " written off " dispAmount
               END-IF
           END-PERFORM.

       MARK-ONE-REQUEST.
           IF NOT WO-IS-APPROVED
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING woIdx FROM 1 BY 1
                   UNTIL woIdx > wsWoCount
               IF wsWtReqId(woIdx) = WO-REQID
                   IF wsWtDone(woIdx) = "Y"
                       SET WO-IS-POSTED TO TRUE
                       MOVE wsWtAmount(woIdx) TO WO-AMOUNT
                       MOVE wsNextGlBatch TO WO-GLBATCH
                   ELSE
                       SET WO-IS-DENIED TO TRUE
                       display "Request #" WO-REQID " invoice #"
                           WO-INVNO " is no longer open -- denied."
                   END-IF
               END-IF
           END-PERFORM.

      *> A recovery is cash on an item already written off: it comes
      *> off the item's balance (the item flips to paid once
      *> covered), the GL reinstates that much receivable out of
      *> bad-debt expense, and the history shows the reinstatement
      *> and the payment side by side so the statement nets to the
      *> cash actually received.
       POST-RECOVERY.
           IF wsIsSuper NOT = "Y"
               display "Recovery is supervisor-only -- operator "
                   wsOperator " is not class S."
               EXIT PARAGRAPH
           END-IF
           perform CHECK-PRIOR-GL-BATCH
           IF wsPriorOpen = "Y"
               perform SHOW-PRIOR-GL-BATCH
               EXIT PARAGRAPH
           END-IF
           perform PROMPT-INVOICE
           perform FIND-LEDGER-ITEM
           IF wsItemFound = "N"
               display "Invoice #" mntInvNo
                   " is not on the receivable ledger."
               EXIT PARAGRAPH
           END-IF
           IF wsItemStatus NOT = "W"
               display "Invoice #" mntInvNo
                   " was never written off -- post the payment"
                   " through ARCASH."
               EXIT PARAGRAPH
           END-IF
           MOVE wsBalance TO dispAmount
           display "Written-off balance on invoice #" mntInvNo
               ": " dispAmount

           move "N" to WS-VALID-OK
           perform until VALID-NUMERIC-INPUT
               display "Amount recovered: " with no advancing
               accept WS-VALID-BUFFER
               perform VALIDATE-NUMERIC-INPUT
           end-perform
           compute mntAmount = function numval(WS-VALID-BUFFER)
           IF mntAmount = 0 OR mntAmount > wsBalance
               display "A recovery runs from 0.01 up to the"
                   " written-off balance -- nothing posted."
               EXIT PARAGRAPH
           END-IF

           move "N" to wsEOF
           OPEN INPUT AR-LEDGER-FILE
           OPEN OUTPUT AR-WORK-FILE
           PERFORM UNTIL wsEOF = "Y"
               READ AR-LEDGER-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       IF AR-INVNO = mntInvNo
                           AND AR-IS-WRITTEN-OFF
                           ADD mntAmount TO AR-PAID
                           IF AR-AMOUNT - AR-PAID <= 0
                               SET AR-IS-PAID TO TRUE
                           END-IF
                       END-IF
                       MOVE AR-LEDGER-REC TO AR-WORK-REC
                       WRITE AR-WORK-REC
               END-READ
           END-PERFORM
           CLOSE AR-LEDGER-FILE
           CLOSE AR-WORK-FILE
           perform COPY-LEDGER-BACK

           perform OPEN-GL-BATCH
           MOVE "BAD DEBT RECOVERY" TO GH-DESC
           WRITE GL-POST-REC
           MOVE mntAmount TO wsGlWorkAmt
           MOVE wsItemCust TO wsGlCust
           MOVE "1200REC " TO wsGlAccount
           MOVE "D" TO wsGlDrCr
           perform WRITE-GL-DETAIL
           MOVE "6900BAD " TO wsGlAccount
           MOVE "C" TO wsGlDrCr
           perform WRITE-GL-DETAIL
           perform CLOSE-GL-BATCH

           MOVE wsItemCust TO PH-CUST
           MOVE mntInvNo TO PH-INVNO
           COMPUTE PH-AMOUNT = 0 - mntAmount
           MOVE "REINSTAT" TO PH-SOURCE
           perform WRITE-PAYMENT-HISTORY
           MOVE wsItemCust TO PH-CUST
           MOVE mntInvNo TO PH-INVNO
           MOVE mntAmount TO PH-AMOUNT
           MOVE "RECOVERY" TO PH-SOURCE
           perform WRITE-PAYMENT-HISTORY

           MOVE mntAmount TO dispAmount
           display "Recovery of " dispAmount " posted to invoice #"
               mntInvNo "; GL batch " wsNextGlBatch
               " on GLBAD.DAT.".

       COPY-LEDGER-BACK.
           move "N" to wsEOF
           OPEN INPUT AR-WORK-FILE
           OPEN OUTPUT AR-LEDGER-FILE
           PERFORM UNTIL wsEOF = "Y"
               READ AR-WORK-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       MOVE AR-WORK-REC TO AR-LEDGER-REC
                       WRITE AR-LEDGER-REC
               END-READ
           END-PERFORM
           CLOSE AR-WORK-FILE
           CLOSE AR-LEDGER-FILE
           MOVE "N" TO wsEOF.

       WRITE-PAYMENT-HISTORY.
           MOVE wsToday TO PH-DATE
           OPEN EXTEND AR-PAYMENT-FILE
           IF wsPhStatus = "35"
               OPEN OUTPUT AR-PAYMENT-FILE
               CLOSE AR-PAYMENT-FILE
               OPEN EXTEND AR-PAYMENT-FILE
           END-IF
           WRITE AR-PAYMENT-REC
           CLOSE AR-PAYMENT-FILE.

      *> The batch already on GLBAD.DAT is overwritten by the next
      *> one, so it must be on the ledger journal first -- a batch
      *> still waiting on the GL side, or rejected by it, would
      *> otherwise never reach the ledger.
           COPY GLCHKPR.

       SHOW-PRIOR-GL-BATCH.
           IF wsPriorStatus = "R"
               display "Bad-debt batch " wsPriorBatch
                   " on GLBAD.DAT was rejected by the GL side --"
                   " settle it before another batch is cut."
           ELSE
               display "Bad-debt batch " wsPriorBatch
                   " on GLBAD.DAT is not on the ledger journal"
                   " yet -- run GLACK and GLAPPLY first."
           END-IF
           display "Nothing posted.".

      *> The batch number is drawn and the batch registered as sent
      *> the moment the header is built, the way SEQ7 cuts its
      *> revenue extract; the caller names the batch in GH-DESC and
      *> writes the header.
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
           MOVE "ARWOFF" TO GB-SOURCE
           MOVE wsToday TO GB-BUSDATE
           MOVE FUNCTION CURRENT-DATE(1:14) TO GB-SENT
           SET GB-IS-SENT TO TRUE
           MOVE SPACES TO GB-REASON
           WRITE GL-BATCH-REC
           CLOSE GL-BATCH-FILE

           MOVE 0 TO wsGlLineCount
           MOVE 0 TO wsGlHashTotal
           OPEN OUTPUT GL-POST-FILE
           MOVE SPACES TO GL-POST-REC
           SET GL-IS-HEADER TO TRUE
           MOVE wsToday TO GH-BATCH-DATE
           MOVE "ARWOFF" TO GH-SOURCE
           MOVE wsNextGlBatch TO GH-BATCHNO.

      *> GD-SNUM carries the customer number on a receivable batch.
       WRITE-GL-DETAIL.
           MOVE SPACES TO GL-POST-REC
           SET GL-IS-DETAIL TO TRUE
           MOVE wsGlAccount TO GD-ACCOUNT
           MOVE wsGlDrCr TO GD-DRCR
           MOVE wsGlCust TO GD-SNUM
           MOVE wsGlWorkAmt TO GD-AMOUNT
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
