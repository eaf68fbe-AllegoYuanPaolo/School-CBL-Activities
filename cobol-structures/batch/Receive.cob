      *> receipt leaves a line on the receiving journal so a stock
      *> count that does not tie can be walked back receipt by
      *> receipt, the same way the transaction log explains the
      *> money side. A receipt is keyed against the purchase order
      *> it came in on: the PO line's received quantity goes up and
      *> the line closes once the order is in, or when the desk
      *> closes it short. More than was ordered, a line closed
      *> short, and stock that arrived against no open PO line all
      *> leave a line on RCVEXC.DAT for PORPT's exceptions report;
      *> the stock is posted to on-hand either way, since it is on
      *> the shelf, and goes on the stock movement ledger as a
      *> receipt. Stock is received into a named branch: the
      *> branch's row on BRSTOCK.DAT goes up with the company-wide
      *> figure, and a blank branch is head office, whose stock is
      *> the remainder. When customers are waiting on the item,
      *> the desk is told how many units are backordered so it
      *> knows to run BOFILL, which releases them oldest sale first.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECEIVE.

               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsRvStatus.

           SELECT PURCHASE-ORDER-FILE ASSIGN TO "PURORD.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsPoStatus.

           SELECT PURCHASE-ORDER-WORK-FILE ASSIGN TO "POWORK.DAT"
               ORGANIZATION LINE SEQUENTIAL.

           SELECT RECEIVING-EXCEPTION-FILE ASSIGN TO "RCVEXC.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsRxStatus.

           SELECT STOCK-MOVEMENT-FILE ASSIGN TO "STKMOVE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsSmStatus.

           SELECT BRANCH-STOCK ASSIGN TO "BRSTOCK.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY BK-KEY
               FILE STATUS wsBkStatus.

           SELECT BACKORDER-FILE ASSIGN TO "BACKORD.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsBoStatus.

       DATA DIVISION.
           FILE SECTION.
           FD ITEM-MASTER.
               05 RV-TIMESTAMP PIC X(14).
               05 RV-ITEM PIC X(6).
               05 RV-QTY PIC 9(6).
               05 RV-PONUM PIC 9(6).
               05 RV-BRANCH PIC X(4).

           FD PURCHASE-ORDER-FILE.
           COPY PURORD.

      *> Cut wider than the 57-byte order line so the copy pass can
      *> never shave the tail.
           FD PURCHASE-ORDER-WORK-FILE.
           01 PURCHASE-ORDER-WORK-REC PIC X(80).

           FD RECEIVING-EXCEPTION-FILE.
           COPY RCVEXC.

           FD STOCK-MOVEMENT-FILE.
           COPY STKMOVE.

           FD BRANCH-STOCK.
           COPY BRSTOCK.

           FD BACKORDER-FILE.
           COPY BACKORD.

           WORKING-STORAGE SECTION.
           01 wsAgain pic X value "Y".
           01 wsImStatus pic X(2).
           01 wsRvStatus pic X(2).
           01 wsPoStatus pic X(2).
           01 wsRxStatus pic X(2).
           01 wsSmStatus pic X(2).
           01 wsSmOpen pic X value "N".
           01 wsBoStatus pic X(2).
           01 wsBkStatus pic X(2).
           01 wsBoUnits pic 9(7).
           01 wsBoLines pic 9(5).
           01 wsEOF pic X value "N".
           01 wsMatched pic X.
           01 wsCloseShort pic X.

           01 mntPoNum pic 9(6).
           01 mntItem pic X(6).
           01 mntQty pic 9(6).
           01 mntBranch pic X(4).
           01 dispOnhand pic ZZZ,ZZ9-.
           01 dispBoUnits pic Z,ZZZ,ZZ9.
           01 dispBoLines pic ZZ,ZZ9.

           COPY NUMCHECK.
           COPY RPTHDR.
                   " ITMMAINT before receiving stock."
               STOP RUN
           END-IF.
           OPEN I-O BRANCH-STOCK.
           IF wsBkStatus = "35"
               OPEN OUTPUT BRANCH-STOCK
               CLOSE BRANCH-STOCK
               OPEN I-O BRANCH-STOCK
           END-IF.

           move "Stock Receiving" to WS-RPT-TITLE
           perform PRINT-REPORT-HEADER
           END-PERFORM.

           CLOSE ITEM-MASTER.
           CLOSE BRANCH-STOCK.
           perform CLOSE-STOCK-MOVEMENTS.

           perform PRINT-REPORT-FOOTER.


           COPY NUMCHKPR.
           COPY RPTHDRPR.
           COPY STKMVPR.

       RECEIVE-ONE-ITEM.
           move "N" to WS-VALID-OK
           perform until VALID-NUMERIC-INPUT
               display "Enter PO number (0 = no PO): "
                   with no advancing
               accept WS-VALID-BUFFER
               perform VALIDATE-NUMERIC-INPUT
           end-perform
           compute mntPoNum = function numval(WS-VALID-BUFFER)

           display "Enter item code: " with no advancing
           accept mntItem

                   end-perform
                   compute mntQty =
                       function numval(WS-VALID-BUFFER)
                   display "Receiving branch (blank = head office): "
                       with no advancing
                   accept mntBranch

                   ADD mntQty TO IM-ONHAND
                   REWRITE ITEM-MASTER-REC
                   perform POST-TO-BRANCH
                   perform LOG-RECEIPT
                   perform MATCH-ORDER-LINE

                   MOVE IM-ONHAND TO dispOnhand
                   display "Item " IM-ITEM " (" IM-DESC
                       ") now at " dispOnhand " on hand."
                   perform CHECK-WAITING-BACKORDERS
           END-READ.

       CHECK-WAITING-BACKORDERS.
           MOVE 0 TO wsBoUnits
           MOVE 0 TO wsBoLines
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
                       IF BO-IS-OPEN AND BO-ITEM = mntItem
                           ADD 1 TO wsBoLines
                           ADD BO-QTY TO wsBoUnits
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BACKORDER-FILE
           IF wsBoLines > 0
               MOVE wsBoLines TO dispBoLines
               MOVE wsBoUnits TO dispBoUnits
               display "  " dispBoUnits " unit(s) on " dispBoLines
                   " open backorder(s) -- run BOFILL to release."
           END-IF.

      *> Head office keeps no row of its own stock -- its share is
      *> the remainder of IM-ONHAND -- so only a branch receipt
      *> touches BRSTOCK.DAT, adding the row on its first arrival.
       POST-TO-BRANCH.
           IF mntBranch = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE mntItem TO BK-ITEM
           MOVE mntBranch TO BK-BRANCH
           READ BRANCH-STOCK
               INVALID KEY
                   MOVE mntItem TO BK-ITEM
                   MOVE mntBranch TO BK-BRANCH
                   MOVE mntQty TO BK-ONHAND
                   MOVE 0 TO BK-INTRANSIT
                   WRITE BRANCH-STOCK-REC
               NOT INVALID KEY
                   ADD mntQty TO BK-ONHAND
                   REWRITE BRANCH-STOCK-REC
           END-READ.

       LOG-RECEIPT.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RV-TIMESTAMP
           MOVE mntItem TO RV-ITEM
           MOVE mntQty TO RV-QTY
           MOVE mntPoNum TO RV-PONUM
           MOVE mntBranch TO RV-BRANCH
           WRITE RECEIVING-LOG-REC
           CLOSE RECEIVING-LOG-FILE

           MOVE RV-TIMESTAMP(1:8) TO SM-DATE
           MOVE mntItem TO SM-ITEM
           SET SM-IS-RECEIPT TO TRUE
           MOVE mntQty TO SM-QTY
           MOVE "RECEIVE" TO SM-SOURCE
           MOVE SPACES TO SM-REF
           IF mntPoNum NOT = 0
               STRING "PO " mntPoNum DELIMITED BY SIZE INTO SM-REF
           END-IF
           MOVE RV-TIMESTAMP TO SM-STAMP
           perform WRITE-STOCK-MOVEMENT.

      *> The receipt goes against the first open line on the PO for
      *> the item. Lines on PURORD.DAT are rewritten through the
      *> work file whether or not one matched.
       MATCH-ORDER-LINE.
           MOVE "N" TO wsMatched
           IF mntPoNum = 0
               perform LOG-NO-ORDER-RECEIPT
               EXIT PARAGRAPH
           END-IF
           move "N" to wsEOF
           OPEN INPUT PURCHASE-ORDER-FILE
           IF wsPoStatus NOT = "00"
               perform LOG-NO-ORDER-RECEIPT
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT PURCHASE-ORDER-WORK-FILE
           PERFORM UNTIL wsEOF = "Y"
               READ PURCHASE-ORDER-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       IF wsMatched = "N" AND PO-IS-OPEN
                           AND PO-PONUM = mntPoNum
                           AND PO-ITEM = mntItem
                           MOVE "Y" TO wsMatched
                           perform POST-TO-ORDER-LINE
                       END-IF
                       MOVE PURCHASE-ORDER-REC
                           TO PURCHASE-ORDER-WORK-REC
                       WRITE PURCHASE-ORDER-WORK-REC
               END-READ
           END-PERFORM
           CLOSE PURCHASE-ORDER-FILE
           CLOSE PURCHASE-ORDER-WORK-FILE

           IF wsMatched = "Y"
               perform COPY-ORDERS-BACK
           ELSE
               display "No open line for item " mntItem " on PO #"
                   mntPoNum " -- logged as an exception."
               perform LOG-NO-ORDER-RECEIPT
           END-IF.

       POST-TO-ORDER-LINE.
           ADD mntQty TO PO-RECEIVED
           IF PO-RECEIVED > PO-QTY
               SET PO-IS-CLOSED TO TRUE
               INITIALIZE RECEIVING-EXCEPTION-REC
               SET RX-IS-OVER TO TRUE
               COMPUTE RX-QTY = PO-RECEIVED - PO-QTY
               display "Over-receipt of " RX-QTY " on PO #"
                   PO-PONUM " line " PO-LINE
                   " -- logged as an exception."
               perform LOG-RECEIVING-EXCEPTION
               EXIT PARAGRAPH
           END-IF
           IF PO-RECEIVED = PO-QTY
               SET PO-IS-CLOSED TO TRUE
               display "PO #" PO-PONUM " line " PO-LINE
                   " received in full."
               EXIT PARAGRAPH
           END-IF
           display "PO #" PO-PONUM " line " PO-LINE " has "
               PO-RECEIVED " of " PO-QTY " in."
           display "Close the line short? (Y/N): "
               with no advancing
           move "N" to wsCloseShort
           accept wsCloseShort
           IF wsCloseShort = "Y" OR wsCloseShort = "y"
               SET PO-IS-CLOSED TO TRUE
               INITIALIZE RECEIVING-EXCEPTION-REC
               SET RX-IS-SHORT TO TRUE
               COMPUTE RX-QTY = PO-QTY - PO-RECEIVED
               perform LOG-RECEIVING-EXCEPTION
           END-IF.

       LOG-NO-ORDER-RECEIPT.
           INITIALIZE PURCHASE-ORDER-REC
           MOVE mntPoNum TO PO-PONUM
           INITIALIZE RECEIVING-EXCEPTION-REC
           SET RX-IS-NOPO TO TRUE
           MOVE mntQty TO RX-QTY
           MOVE mntQty TO PO-RECEIVED
           perform LOG-RECEIVING-EXCEPTION.

      *> Line details come off the order line in hand; the type and
      *> quantity are set by the caller.
       LOG-RECEIVING-EXCEPTION.
           OPEN EXTEND RECEIVING-EXCEPTION-FILE
           IF wsRxStatus = "35"
               OPEN OUTPUT RECEIVING-EXCEPTION-FILE
               CLOSE RECEIVING-EXCEPTION-FILE
               OPEN EXTEND RECEIVING-EXCEPTION-FILE
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO RX-TIMESTAMP
           MOVE PO-PONUM TO RX-PONUM
           MOVE PO-LINE TO RX-LINE
           MOVE PO-SUPNO TO RX-SUPNO
           MOVE mntItem TO RX-ITEM
           MOVE PO-QTY TO RX-ORDERED
           MOVE PO-RECEIVED TO RX-RECEIVED
           WRITE RECEIVING-EXCEPTION-REC
           CLOSE RECEIVING-EXCEPTION-FILE.

       COPY-ORDERS-BACK.
           move "N" to wsEOF
           OPEN INPUT PURCHASE-ORDER-WORK-FILE
           OPEN OUTPUT PURCHASE-ORDER-FILE
           PERFORM UNTIL wsEOF = "Y"
               READ PURCHASE-ORDER-WORK-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       MOVE PURCHASE-ORDER-WORK-REC
                           TO PURCHASE-ORDER-REC
                       WRITE PURCHASE-ORDER-REC
               END-READ
           END-PERFORM
           CLOSE PURCHASE-ORDER-WORK-FILE
           CLOSE PURCHASE-ORDER-FILE.
