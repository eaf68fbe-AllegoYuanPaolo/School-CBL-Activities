      *> Backorder fill run. Once RECEIVE has brought stock in, this
      *> walks the open backorders on BACKORD.DAT oldest sale date
      *> first and releases each against what is on the selling
      *> branch's shelf: the branch's on-hand (head office's is the
      *> remainder of the item's) less what earlier fill runs have
      *> already released and SEQ7 has not yet posted, less what
      *> this run has handed out ahead of it. The plan is listed
      *> (and printed to BOFILL.PRT) before anything moves; on
      *> confirmation each release goes back into SALES.DAT as a
      *> fresh sale line rebuilt from the backorder's line image,
      *> so SEQ7 invoices it, depletes the stock, and flips the
      *> backorder to filled on its next run. A backorder the shelf
      *> covers only in part is split: the released part goes out
      *> on its own number and the rest stays open in its place in
      *> the queue. Takes the batch lock, since SEQ7 reads both
      *> files it writes.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOFILL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ITEM-MASTER ASSIGN TO "ITEMMAST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IM-ITEM
               FILE STATUS wsImStatus.

           SELECT BRANCH-STOCK ASSIGN TO "BRSTOCK.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY BK-KEY
               FILE STATUS wsBkStatus.

           SELECT BACKORDER-FILE ASSIGN TO "BACKORD.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsBoStatus.

           SELECT BACKORDER-WORK-FILE ASSIGN TO "BOWORK.DAT"
               ORGANIZATION LINE SEQUENTIAL.

           SELECT SALES-TRANS-FILE ASSIGN TO "SALES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsStStatus.

           SELECT BACKORDER-SORT-FILE ASSIGN TO "SRTWK48".

           SELECT BATCH-LOCK-FILE ASSIGN TO "BATCHLCK.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsLkStatus.

           SELECT REPORT-PRINT-FILE ASSIGN TO "BOFILL.PRT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD ITEM-MASTER.
           COPY ITEMMAST.

           FD BRANCH-STOCK.
           COPY BRSTOCK.

           FD BACKORDER-FILE.
           COPY BACKORD.

      *> Cut wider than the 159-byte backorder record so the copy
      *> pass can never shave the tail of the line image.
           FD BACKORDER-WORK-FILE.
           01 BACKORDER-WORK-REC PIC X(160).

           FD SALES-TRANS-FILE.
           COPY SALESTRN.

           SD BACKORDER-SORT-FILE.
           01 BACKORDER-SORT-REC.
               05 BS-SALE-DATE PIC 9(8).
               05 BS-BONO PIC 9(6).
               05 BS-CUST PIC 9(6).
               05 BS-ITEM PIC X(6).
               05 BS-BRANCH PIC X(4).
               05 BS-QTY PIC 9(6).

           FD BATCH-LOCK-FILE.
           COPY LOCKREC.

           FD REPORT-PRINT-FILE.
           01 REPORT-PRINT-REC PIC X(80).

           WORKING-STORAGE SECTION.
           01 wsEOF pic X value "N".
           01 wsImStatus pic X(2).
           01 wsBoStatus pic X(2).
           01 wsStStatus pic X(2).
           01 wsToday pic 9(8).
           01 wsAnswer pic X.
           01 wsNextBo pic 9(6).
           01 wsFound pic X.

      *> Stock already spoken for, per item and branch: released
      *> backorders still waiting for SEQ7, plus whatever this run
      *> releases.
           01 wsItCount pic 9(4) value 0.
           01 wsItMax pic 9(4) value 500.
           01 wsItTable.
               05 wsItEntry OCCURS 500 TIMES.
                   10 wsItItem PIC X(6).
                   10 wsItBranch PIC X(4).
                   10 wsItCommitted PIC 9(7).
           01 itIdx pic 9(4).

      *> The release plan, applied to the file in one copy pass.
           01 wsRlCount pic 9(4) value 0.
           01 wsRlMax pic 9(4) value 500.
           01 wsRlTable.
               05 wsRlEntry OCCURS 500 TIMES.
                   10 wsRlBono PIC 9(6).
                   10 wsRlQty PIC 9(3).
                   10 wsRlNewBono PIC 9(6).
           01 rlIdx pic 9(4).

           01 wsAvail pic S9(7).
           01 wsRelQty pic 9(3).
           01 wsLeftQty pic 9(6).
           01 wsOpenCount pic 9(5) value 0.
           01 wsRelUnits pic 9(7) value 0.

           01 dispWaiting pic ZZZ,ZZ9.
           01 dispReleased pic ZZZ,ZZ9.
           01 dispLeft pic ZZZ,ZZ9.
           01 dispCount pic ZZ,ZZ9.
           01 dispUnits pic Z,ZZZ,ZZ9.

           COPY BRSTKWS.
           COPY LOCKWS.
           COPY RPTHDR.
           COPY RPTPRT.

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE(1:8) TO wsToday.
           move "BOFILL" to wsLkProgram
           perform TAKE-BATCH-LOCK

           OPEN INPUT ITEM-MASTER.
           IF wsImStatus NOT = "00"
               display "Item master not on file -- nothing to"
                   " release backorders against."
               perform RELEASE-BATCH-LOCK
               STOP RUN
           END-IF.

           OPEN INPUT BRANCH-STOCK.

           perform LOAD-RELEASED-STOCK.

           move "Backorder Fill Run" to WS-RPT-TITLE
           perform PRINT-REPORT-HEADER
           MOVE SPACES TO wsRptColHead
           STRING "BO #   CUSTOMER ITEM    SALE DATE WAITING"
               " RELEASE    LEFT"
               DELIMITED BY SIZE INTO wsRptColHead
           perform OPEN-REPORT-PRINT
           MOVE SPACES TO wsRptLine
           display "BO #   CUSTOMER ITEM    SALE DATE WAITING"
               " RELEASE    LEFT"

           SORT BACKORDER-SORT-FILE
               ON ASCENDING KEY BS-SALE-DATE BS-BONO
               INPUT PROCEDURE RELEASE-OPEN-BACKORDERS
               OUTPUT PROCEDURE PLAN-BACKORDER-RELEASES

           CLOSE ITEM-MASTER.
           IF wsBkStatus NOT = "35"
               CLOSE BRANCH-STOCK
           END-IF.

           MOVE wsOpenCount TO dispCount
           display " "
           display "Open backorders:   " dispCount
           STRING "OPEN BACKORDERS:   " dispCount
               DELIMITED BY SIZE INTO wsRptLine
           perform WRITE-REPORT-LINE
           MOVE wsRlCount TO dispCount
           MOVE wsRelUnits TO dispUnits
           display "To release:        " dispCount " ("
               dispUnits " units)"
           STRING "TO RELEASE:        " dispCount " ("
               dispUnits " UNITS)"
               DELIMITED BY SIZE INTO wsRptLine
           perform WRITE-REPORT-LINE

           IF wsRlCount = 0
               display "Nothing on the shelf for any open backorder."
               MOVE "NOTHING RELEASED." TO wsRptLine
               perform WRITE-REPORT-LINE
           ELSE
               display "Release these backorders to SALES.DAT? (Y/N): "
                   with no advancing
               accept wsAnswer
               IF wsAnswer = "Y" OR wsAnswer = "y"
                   perform APPLY-BACKORDER-RELEASES
                   display "Released. SEQ7 invoices them on its next"
                       " run."
                   MOVE "RELEASED TO SALES.DAT." TO wsRptLine
               ELSE
                   display "Nothing released."
                   MOVE "PLAN ONLY -- NOTHING RELEASED." TO wsRptLine
               END-IF
               perform WRITE-REPORT-LINE
           END-IF

           perform CLOSE-REPORT-PRINT
           perform PRINT-REPORT-FOOTER
           perform RELEASE-BATCH-LOCK.

       STOP RUN.

           COPY BRSTKPR.
           COPY LOCKPR.
           COPY RPTHDRPR.
           COPY RPTPRTPR.

      *> One pass finds the next backorder number and charges each
      *> released backorder SEQ7 has not posted yet against its
      *> item, so two fill runs before a posting cannot promise the
      *> same units twice.
       LOAD-RELEASED-STOCK.
           MOVE 1 TO wsNextBo
           move "N" to wsEOF
           OPEN INPUT BACKORDER-FILE
           IF wsBoStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL wsEOF = "Y"
               READ BACKORDER-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       IF BO-BONO NOT < wsNextBo
                           COMPUTE wsNextBo = BO-BONO + 1
                       END-IF
                       IF BO-IS-RELEASED
                           MOVE BO-ITEM TO wsBkItem
                           MOVE BO-BRANCH TO wsBkBranch
                           perform FIND-STOCK-ENTRY
                           IF wsFound = "Y"
                               ADD BO-QTY TO wsItCommitted(itIdx)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BACKORDER-FILE.

      *> Finds (or adds) the item and branch's entry in the
      *> committed-stock table, for wsBkItem at wsBkBranch.
       FIND-STOCK-ENTRY.
           MOVE "N" TO wsFound
           PERFORM VARYING itIdx FROM 1 BY 1
                   UNTIL itIdx > wsItCount
               IF wsItItem(itIdx) = wsBkItem
                   AND wsItBranch(itIdx) = wsBkBranch
                   MOVE "Y" TO wsFound
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF wsFound = "Y"
               EXIT PARAGRAPH
           END-IF
           IF wsItCount NOT < wsItMax
               display "More than " wsItMax " items on backorder --"
                   " item " wsBkItem " waits for the next run."
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO wsItCount
           MOVE wsItCount TO itIdx
           MOVE wsBkItem TO wsItItem(itIdx)
           MOVE wsBkBranch TO wsItBranch(itIdx)
           MOVE 0 TO wsItCommitted(itIdx)
           MOVE "Y" TO wsFound.

       RELEASE-OPEN-BACKORDERS.
           move "N" to wsEOF
           OPEN INPUT BACKORDER-FILE
           IF wsBoStatus NOT = "00"
               MOVE "Y" TO wsEOF
           END-IF
           PERFORM UNTIL wsEOF = "Y"
               READ BACKORDER-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       IF BO-IS-OPEN
                           MOVE BO-SALE-DATE TO BS-SALE-DATE
                           MOVE BO-BONO TO BS-BONO
                           MOVE BO-CUST TO BS-CUST
                           MOVE BO-ITEM TO BS-ITEM
                           MOVE BO-BRANCH TO BS-BRANCH
                           MOVE BO-QTY TO BS-QTY
                           RELEASE BACKORDER-SORT-REC
                       END-IF
               END-READ
           END-PERFORM
           IF wsBoStatus = "00" OR wsBoStatus = "10"
               CLOSE BACKORDER-FILE
           END-IF.

      *> Oldest sale first: each open backorder takes what is left
      *> of its item's shelf after everything released ahead of it.
       PLAN-BACKORDER-RELEASES.
           PERFORM FOREVER
               RETURN BACKORDER-SORT-FILE
                   AT END
                       EXIT PERFORM
               END-RETURN
               ADD 1 TO wsOpenCount
               PERFORM PLAN-ONE-BACKORDER
           END-PERFORM.

       PLAN-ONE-BACKORDER.
           MOVE 0 TO wsRelQty
           MOVE BS-ITEM TO IM-ITEM
           READ ITEM-MASTER
               INVALID KEY
                   display "Backorder #" BS-BONO ": item " BS-ITEM
                       " no longer on the item master."
                   EXIT PARAGRAPH
           END-READ
           MOVE BS-ITEM TO wsBkItem
           MOVE BS-BRANCH TO wsBkBranch
           perform FIND-STOCK-ENTRY
           IF wsFound = "N"
               EXIT PARAGRAPH
           END-IF
      *> With no branch stock on file yet, everything is still at
      *> head office.
           IF wsBkStatus = "35"
               MOVE 0 TO wsBkOnhand
               IF wsBkBranch = SPACES
                   MOVE IM-ONHAND TO wsBkOnhand
               END-IF
           ELSE
               perform GET-BRANCH-ONHAND
           END-IF
           IF wsBkOnhand > IM-ONHAND
               MOVE IM-ONHAND TO wsBkOnhand
           END-IF
           COMPUTE wsAvail = wsBkOnhand - wsItCommitted(itIdx)
           IF wsAvail > 0 AND wsRlCount < wsRlMax
               IF wsAvail > BS-QTY
                   MOVE BS-QTY TO wsAvail
               END-IF
      *> A sale line carries at most 999 units; a bigger backorder
      *> releases in 999-unit slices, one per run.
               IF wsAvail > 999
                   MOVE 999 TO wsAvail
               END-IF
               MOVE wsAvail TO wsRelQty
           END-IF
           IF wsRelQty = 0
               EXIT PARAGRAPH
           END-IF

           ADD wsRelQty TO wsItCommitted(itIdx)
           ADD wsRelQty TO wsRelUnits
           ADD 1 TO wsRlCount
           MOVE BS-BONO TO wsRlBono(wsRlCount)
           MOVE wsRelQty TO wsRlQty(wsRlCount)
           MOVE 0 TO wsRlNewBono(wsRlCount)
           IF wsRelQty < BS-QTY
               MOVE wsNextBo TO wsRlNewBono(wsRlCount)
               ADD 1 TO wsNextBo
           END-IF

           COMPUTE wsLeftQty = BS-QTY - wsRelQty
           MOVE BS-QTY TO dispWaiting
           MOVE wsRelQty TO dispReleased
           MOVE wsLeftQty TO dispLeft
           display BS-BONO " " BS-CUST "   " BS-ITEM "  " BS-SALE-DATE
               "  " dispWaiting " " dispReleased " " dispLeft
           STRING BS-BONO " " BS-CUST "   " BS-ITEM "  " BS-SALE-DATE
               "  " dispWaiting " " dispReleased " " dispLeft
               DELIMITED BY SIZE INTO wsRptLine
           perform WRITE-REPORT-LINE.

      *> The plan lands in one copy pass: a backorder released
      *> whole turns released in place, a split one stays open for
      *> what is left with the released part written right behind
      *> it under its new number, and every release goes on the end
      *> of SALES.DAT as the sale line SEQ7 will post.
       APPLY-BACKORDER-RELEASES.
           OPEN EXTEND SALES-TRANS-FILE
           IF wsStStatus = "35"
               OPEN OUTPUT SALES-TRANS-FILE
               CLOSE SALES-TRANS-FILE
               OPEN EXTEND SALES-TRANS-FILE
           END-IF
           move "N" to wsEOF
           OPEN INPUT BACKORDER-FILE
           OPEN OUTPUT BACKORDER-WORK-FILE
           PERFORM UNTIL wsEOF = "Y"
               READ BACKORDER-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       perform APPLY-ONE-BACKORDER
               END-READ
           END-PERFORM
           CLOSE BACKORDER-FILE
           CLOSE BACKORDER-WORK-FILE
           CLOSE SALES-TRANS-FILE

           move "N" to wsEOF
           OPEN INPUT BACKORDER-WORK-FILE
           OPEN OUTPUT BACKORDER-FILE
           PERFORM UNTIL wsEOF = "Y"
               READ BACKORDER-WORK-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       MOVE BACKORDER-WORK-REC TO BACKORDER-REC
                       WRITE BACKORDER-REC
               END-READ
           END-PERFORM
           CLOSE BACKORDER-WORK-FILE
           CLOSE BACKORDER-FILE.

       APPLY-ONE-BACKORDER.
           MOVE "N" TO wsFound
           IF BO-IS-OPEN
               PERFORM VARYING rlIdx FROM 1 BY 1
                       UNTIL rlIdx > wsRlCount
                   IF wsRlBono(rlIdx) = BO-BONO
                       MOVE "Y" TO wsFound
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           IF wsFound = "N"
               MOVE SPACES TO BACKORDER-WORK-REC
               MOVE BACKORDER-REC TO BACKORDER-WORK-REC
               WRITE BACKORDER-WORK-REC
               EXIT PARAGRAPH
           END-IF

           IF wsRlNewBono(rlIdx) NOT = 0
               SUBTRACT wsRlQty(rlIdx) FROM BO-QTY
               MOVE SPACES TO BACKORDER-WORK-REC
               MOVE BACKORDER-REC TO BACKORDER-WORK-REC
               WRITE BACKORDER-WORK-REC
               MOVE BO-BONO TO BO-PARENT
               MOVE wsRlNewBono(rlIdx) TO BO-BONO
           END-IF
           MOVE wsRlQty(rlIdx) TO BO-QTY
           SET BO-IS-RELEASED TO TRUE
           MOVE wsToday TO BO-REL-DATE
           MOVE BO-IMAGE TO SALES-TRANS-REC
           MOVE wsRlQty(rlIdx) TO ST-UNITSOLD
           MOVE SALES-TRANS-REC TO BO-IMAGE
           MOVE SPACES TO BACKORDER-WORK-REC
           MOVE BACKORDER-REC TO BACKORDER-WORK-REC
           WRITE BACKORDER-WORK-REC
           WRITE SALES-TRANS-REC.
