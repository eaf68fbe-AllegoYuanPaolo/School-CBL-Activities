      *> Purchase order maintenance. A buyer raises a purchase order
      *> against an active supplier on SUPPMAST -- one PO number off
      *> POCTL.DAT, any number of item lines with quantity, unit
      *> cost, and the date the goods are expected -- or confirms
      *> the lines REORDRPT suggested off the night's shortfalls,
      *> supplier by supplier, firming up quantity and cost or
      *> dropping the line. Open lines are what RECEIVE posts
      *> arrivals against, and a line can be cancelled here when
      *> the supplier will never ship the rest. PURORD.DAT is
      *> rewritten through a work-file copy pass.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POMAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUPPLIER-MASTER ASSIGN TO "SUPPMAST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY SP-SUPNO
               FILE STATUS wsSpStatus.

           SELECT ITEM-MASTER ASSIGN TO "ITEMMAST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IM-ITEM
               FILE STATUS wsImStatus.

           SELECT PURCHASE-ORDER-FILE ASSIGN TO "PURORD.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsPoStatus.

           SELECT PURCHASE-ORDER-WORK-FILE ASSIGN TO "POWORK.DAT"
               ORGANIZATION LINE SEQUENTIAL.

           SELECT PO-CTL-FILE ASSIGN TO "POCTL.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsPcStatus.

       DATA DIVISION.
           FILE SECTION.
           FD SUPPLIER-MASTER.
           COPY SUPPMAST.

           FD ITEM-MASTER.
           COPY ITEMMAST.

           FD PURCHASE-ORDER-FILE.
           COPY PURORD.

      *> Cut wider than the 57-byte order line so the copy pass can
      *> never shave the tail.
           FD PURCHASE-ORDER-WORK-FILE.
           01 PURCHASE-ORDER-WORK-REC PIC X(80).

           FD PO-CTL-FILE.
           01 PO-CTL-REC.
               05 PC-NEXT-PONUM PIC 9(6).

           WORKING-STORAGE SECTION.
           01 wsMode pic 9.
           01 wsAgain pic X value "Y".
           01 wsEOF pic X value "N".
           01 wsSpStatus pic X(2).
           01 wsImStatus pic X(2).
           01 wsPoStatus pic X(2).
           01 wsPcStatus pic X(2).

           01 wsToday pic 9(8).
           01 wsNextPoNum pic 9(6).
           01 wsLineNo pic 9(3).
           01 wsSupOk pic X.
           01 wsMoreLines pic X.
           01 wsFound pic X.

           01 mntSupNo pic 9(6).
           01 mntOrderSup pic 9(6).
           01 mntItem pic X(6).
           01 mntQty pic 9(6).
           01 mntUCost pic 9(5)v99.
           01 mntExpDate pic 9(8).
           01 mntPoNum pic 9(6).
           01 mntLine pic 9(3).

           01 wsConfirmCount pic 9(4).
           01 wsDropCount pic 9(4).
           01 wsLineValue pic 9(9)v99.
           01 dispQty pic ZZZ,ZZ9.
           01 dispCost pic ZZ,ZZ9.99.
           01 dispValue pic ZZZ,ZZZ,ZZ9.99.
           01 dispCount pic Z,ZZ9.

           COPY NUMCHECK.
           COPY RPTHDR.

       PROCEDURE DIVISION.

           OPEN INPUT SUPPLIER-MASTER.
           IF wsSpStatus NOT = "00"
               display "Supplier master not on file -- load it with"
                   " SUPMAINT first."
               STOP RUN
           END-IF.
           OPEN INPUT ITEM-MASTER.
           IF wsImStatus NOT = "00"
               display "Item master not on file -- load it with"
                   " ITMMAINT first."
               CLOSE SUPPLIER-MASTER
               STOP RUN
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO wsToday.

           move "Purchase Order Maintenance" to WS-RPT-TITLE
           perform PRINT-REPORT-HEADER

           PERFORM UNTIL wsAgain NOT = "Y"
               display " "
               display "1. Raise a purchase order"
               display "2. Confirm suggested lines for a supplier"
               display "3. List purchase order lines"
               display "4. Cancel an open line"
               display "0. Exit"
               display "Select mode: " with no advancing
               accept wsMode

               evaluate wsMode
                   when 1
                       perform RAISE-PURCHASE-ORDER
                   when 2
                       perform CONFIRM-SUGGESTIONS
                   when 3
                       perform LIST-ORDER-LINES
                   when 4
                       perform CANCEL-ORDER-LINE
                   when 0
                       move "N" to wsAgain
                   when other
                       display "Invalid selection."
               end-evaluate
           END-PERFORM.

           CLOSE ITEM-MASTER.
           CLOSE SUPPLIER-MASTER.

           perform PRINT-REPORT-FOOTER.

       STOP RUN.

           COPY NUMCHKPR.
           COPY RPTHDRPR.

       GET-NEXT-PO-NUMBER.
           MOVE 1 TO wsNextPoNum
           OPEN INPUT PO-CTL-FILE
           IF wsPcStatus = "00"
               READ PO-CTL-FILE
                   NOT AT END
                       MOVE PC-NEXT-PONUM TO wsNextPoNum
               END-READ
               CLOSE PO-CTL-FILE
           END-IF
           OPEN OUTPUT PO-CTL-FILE
           COMPUTE PC-NEXT-PONUM = wsNextPoNum + 1
           WRITE PO-CTL-REC
           CLOSE PO-CTL-FILE.

      *> An order can only go to a supplier on file and active.
       PROMPT-ORDER-SUPPLIER.
           move "N" to WS-VALID-OK
           perform until VALID-NUMERIC-INPUT
               display "Order from supplier number: "
                   with no advancing
               accept WS-VALID-BUFFER
               perform VALIDATE-NUMERIC-INPUT
           end-perform
           compute mntOrderSup = function numval(WS-VALID-BUFFER)
           MOVE "N" TO wsSupOk
           MOVE mntOrderSup TO SP-SUPNO
           READ SUPPLIER-MASTER
               INVALID KEY
                   display "Supplier #" mntOrderSup
                       " is not on file."
               NOT INVALID KEY
                   IF SP-IS-INACTIVE
                       display "Supplier #" mntOrderSup " ("
                           SP-NAME ") is inactive."
                   ELSE
                       MOVE "Y" TO wsSupOk
                       display "Supplier: " SP-NAME
                   END-IF
           END-READ.

       PROMPT-EXPECTED-DATE.
           MOVE 0 TO mntExpDate
           PERFORM UNTIL mntExpDate NOT < wsToday
               move "N" to WS-VALID-OK
               perform until VALID-NUMERIC-INPUT
                   display "Expected delivery date (YYYYMMDD): "
                       with no advancing
                   accept WS-VALID-BUFFER
                   perform VALIDATE-NUMERIC-INPUT
               end-perform
               compute mntExpDate = function numval(WS-VALID-BUFFER)
               IF mntExpDate < wsToday
                   display "Delivery cannot be expected in the"
                       " past."
               END-IF
           END-PERFORM.

       PROMPT-QUANTITY.
           move "N" to WS-VALID-OK
           perform until VALID-NUMERIC-INPUT
               display "Quantity: " with no advancing
               accept WS-VALID-BUFFER
               perform VALIDATE-NUMERIC-INPUT
           end-perform
           compute mntQty = function numval(WS-VALID-BUFFER).

       PROMPT-UNIT-COST.
           move "N" to WS-VALID-OK
           perform until VALID-NUMERIC-INPUT
               display "Unit cost: " with no advancing
               accept WS-VALID-BUFFER
               perform VALIDATE-NUMERIC-INPUT
           end-perform
           compute mntUCost = function numval(WS-VALID-BUFFER).

       RAISE-PURCHASE-ORDER.
           perform PROMPT-ORDER-SUPPLIER
           IF wsSupOk = "N"
               EXIT PARAGRAPH
           END-IF
           perform PROMPT-EXPECTED-DATE
           perform GET-NEXT-PO-NUMBER
           MOVE 0 TO wsLineNo

           OPEN EXTEND PURCHASE-ORDER-FILE
           IF wsPoStatus = "35"
               OPEN OUTPUT PURCHASE-ORDER-FILE
               CLOSE PURCHASE-ORDER-FILE
               OPEN EXTEND PURCHASE-ORDER-FILE
           END-IF
           MOVE "Y" TO wsMoreLines
           PERFORM UNTIL wsMoreLines NOT = "Y"
               display "Item code (blank ends the order): "
                   with no advancing
               move spaces to mntItem
               accept mntItem
               IF mntItem = SPACES
                   EXIT PERFORM
               END-IF
               MOVE mntItem TO IM-ITEM
               READ ITEM-MASTER
                   INVALID KEY
                       display "Item " mntItem " is not on file."
                   NOT INVALID KEY
                       display "Item: " IM-DESC
                       perform PROMPT-QUANTITY
                       perform PROMPT-UNIT-COST
                       IF mntQty > 0
                           ADD 1 TO wsLineNo
                           MOVE wsNextPoNum TO PO-PONUM
                           MOVE wsLineNo TO PO-LINE
                           MOVE mntOrderSup TO PO-SUPNO
                           MOVE mntItem TO PO-ITEM
                           MOVE mntQty TO PO-QTY
                           MOVE mntUCost TO PO-UCOST
                           MOVE wsToday TO PO-ORDDATE
                           MOVE mntExpDate TO PO-EXPDATE
                           MOVE 0 TO PO-RECEIVED
                           SET PO-IS-OPEN TO TRUE
                           WRITE PURCHASE-ORDER-REC
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PURCHASE-ORDER-FILE

           IF wsLineNo = 0
               display "No lines entered -- PO #" wsNextPoNum
                   " left unused."
           ELSE
               display "PO #" wsNextPoNum " raised with " wsLineNo
                   " line(s)."
           END-IF.

      *> Suggestions are taken supplier by supplier. Lines REORDRPT
      *> could not address (the item names no usual supplier) sit
      *> under supplier 0, and confirming those asks who to order
      *> from. Each line is shown with the suggested quantity; the
      *> buyer keys the quantity to order (0 drops the line) and
      *> the cost, and every confirmed line goes on one new PO.
       CONFIRM-SUGGESTIONS.
           move "N" to WS-VALID-OK
           perform until VALID-NUMERIC-INPUT
               display "Suggestions for supplier (0 = unassigned): "
                   with no advancing
               accept WS-VALID-BUFFER
               perform VALIDATE-NUMERIC-INPUT
           end-perform
           compute mntSupNo = function numval(WS-VALID-BUFFER)
           IF mntSupNo = 0
               perform PROMPT-ORDER-SUPPLIER
           ELSE
               MOVE mntSupNo TO SP-SUPNO
               perform PROMPT-ORDER-SUPPLIER-CHECK
           END-IF
           IF wsSupOk = "N"
               EXIT PARAGRAPH
           END-IF
           perform PROMPT-EXPECTED-DATE

           MOVE 0 TO wsLineNo
           MOVE 0 TO wsConfirmCount
           MOVE 0 TO wsDropCount
           MOVE 0 TO wsNextPoNum
           move "N" to wsEOF
           OPEN INPUT PURCHASE-ORDER-FILE
           IF wsPoStatus NOT = "00"
               display "No purchase order lines on file."
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT PURCHASE-ORDER-WORK-FILE
           PERFORM UNTIL wsEOF = "Y"
               READ PURCHASE-ORDER-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       IF PO-IS-SUGGESTED AND PO-SUPNO = mntSupNo
                           perform CONFIRM-ONE-SUGGESTION
                       END-IF
                       MOVE PURCHASE-ORDER-REC
                           TO PURCHASE-ORDER-WORK-REC
                       WRITE PURCHASE-ORDER-WORK-REC
               END-READ
           END-PERFORM
           CLOSE PURCHASE-ORDER-FILE
           CLOSE PURCHASE-ORDER-WORK-FILE
           perform COPY-ORDERS-BACK

           MOVE wsConfirmCount TO dispCount
           display "Lines confirmed: " dispCount
           MOVE wsDropCount TO dispCount
           display "Lines dropped:   " dispCount
           IF wsConfirmCount > 0
               display "Confirmed lines are on PO #" wsNextPoNum
                   " to supplier #" mntOrderSup "."
           END-IF.

       PROMPT-ORDER-SUPPLIER-CHECK.
           MOVE SP-SUPNO TO mntOrderSup
           MOVE "N" TO wsSupOk
           READ SUPPLIER-MASTER
               INVALID KEY
                   display "Supplier #" mntOrderSup
                       " is not on file."
               NOT INVALID KEY
                   IF SP-IS-INACTIVE
                       display "Supplier #" mntOrderSup " ("
                           SP-NAME ") is inactive -- order these"
                           " from another supplier."
                       perform PROMPT-ORDER-SUPPLIER
                   ELSE
                       MOVE "Y" TO wsSupOk
                       display "Supplier: " SP-NAME
                   END-IF
           END-READ.

       CONFIRM-ONE-SUGGESTION.
           MOVE PO-ITEM TO IM-ITEM
           MOVE SPACES TO IM-DESC
           READ ITEM-MASTER
               INVALID KEY
                   MOVE "(not on item master)" TO IM-DESC
           END-READ
           MOVE PO-QTY TO dispQty
           display "Item " PO-ITEM " " IM-DESC " suggested "
               dispQty " on " PO-ORDDATE
           perform PROMPT-QUANTITY
           IF mntQty = 0
               SET PO-IS-CANCELLED TO TRUE
               ADD 1 TO wsDropCount
               EXIT PARAGRAPH
           END-IF
           perform PROMPT-UNIT-COST
           IF wsNextPoNum = 0
               perform GET-NEXT-PO-NUMBER
           END-IF
           ADD 1 TO wsLineNo
           ADD 1 TO wsConfirmCount
           MOVE wsNextPoNum TO PO-PONUM
           MOVE wsLineNo TO PO-LINE
           MOVE mntOrderSup TO PO-SUPNO
           MOVE mntQty TO PO-QTY
           MOVE mntUCost TO PO-UCOST
           MOVE wsToday TO PO-ORDDATE
           MOVE mntExpDate TO PO-EXPDATE
           MOVE 0 TO PO-RECEIVED
           SET PO-IS-OPEN TO TRUE.

       LIST-ORDER-LINES.
           move "N" to wsEOF
           OPEN INPUT PURCHASE-ORDER-FILE
           IF wsPoStatus NOT = "00"
               display "No purchase order lines on file."
               EXIT PARAGRAPH
           END-IF
           display "PO #   LN  SUPPLIER ITEM     ORDERED  RECEIVED"
               "   UNIT COST  EXPECTED  ST"
           PERFORM UNTIL wsEOF = "Y"
               READ PURCHASE-ORDER-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       MOVE PO-QTY TO dispQty
                       MOVE PO-UCOST TO dispCost
                       display PO-PONUM " " PO-LINE " " PO-SUPNO
                           "   " PO-ITEM "  " dispQty
                           with no advancing
                       MOVE PO-RECEIVED TO dispQty
                       display "   " dispQty "   " dispCost "  "
                           PO-EXPDATE "  " PO-STATUS
               END-READ
           END-PERFORM
           CLOSE PURCHASE-ORDER-FILE.

      *> What has already come in stays received; cancelling only
      *> stops the line counting as owed.
       CANCEL-ORDER-LINE.
           move "N" to WS-VALID-OK
           perform until VALID-NUMERIC-INPUT
               display "PO number: " with no advancing
               accept WS-VALID-BUFFER
               perform VALIDATE-NUMERIC-INPUT
           end-perform
           compute mntPoNum = function numval(WS-VALID-BUFFER)
           move "N" to WS-VALID-OK
           perform until VALID-NUMERIC-INPUT
               display "Line number: " with no advancing
               accept WS-VALID-BUFFER
               perform VALIDATE-NUMERIC-INPUT
           end-perform
           compute mntLine = function numval(WS-VALID-BUFFER)

           MOVE "N" TO wsFound
           move "N" to wsEOF
           OPEN INPUT PURCHASE-ORDER-FILE
           IF wsPoStatus NOT = "00"
               display "No purchase order lines on file."
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT PURCHASE-ORDER-WORK-FILE
           PERFORM UNTIL wsEOF = "Y"
               READ PURCHASE-ORDER-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       IF PO-PONUM = mntPoNum AND PO-LINE = mntLine
                           AND PO-IS-OPEN
                           SET PO-IS-CANCELLED TO TRUE
                           MOVE "Y" TO wsFound
                       END-IF
                       MOVE PURCHASE-ORDER-REC
                           TO PURCHASE-ORDER-WORK-REC
                       WRITE PURCHASE-ORDER-WORK-REC
               END-READ
           END-PERFORM
           CLOSE PURCHASE-ORDER-FILE
           CLOSE PURCHASE-ORDER-WORK-FILE
           IF wsFound = "N"
               display "PO #" mntPoNum " line " mntLine
                   " is not an open line."
               EXIT PARAGRAPH
           END-IF
           perform COPY-ORDERS-BACK
           display "PO #" mntPoNum " line " mntLine " cancelled.".

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
           CLOSE PURCHASE-ORDER-FILE
           MOVE "N" TO wsEOF.
