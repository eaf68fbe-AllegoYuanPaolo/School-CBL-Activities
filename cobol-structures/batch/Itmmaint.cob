      *> indexed on IM-ITEM the way SALMAINT keeps the salesman
      *> master. Add an item, change its description or price, or
      *> list the file; one price change here reprices every sales
      *> line SEQ7 and SEL8 process from then on. The item's usual
      *> supplier is kept here as well, checked against SUPPMAST
      *> when the supplier master is on disk, so REORDRPT knows who
      *> to suggest the purchase order to. The standard unit cost is
      *> set here too, effective-dated onto COSTHIS.DAT alongside
      *> the price history, for the margin report to cost sales at.
      *> Each price history line carries the operator who keyed it.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ITMMAINT.

               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsPhStatus.

           SELECT COST-HIST-FILE ASSIGN TO "COSTHIS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsCsStatus.

           SELECT STOCK-MOVEMENT-FILE ASSIGN TO "STKMOVE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsSmStatus.

           SELECT SUPPLIER-MASTER ASSIGN TO "SUPPMAST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY SP-SUPNO
               FILE STATUS wsSpStatus.

       DATA DIVISION.
           FILE SECTION.
           FD ITEM-MASTER.
           FD PRICE-HIST-FILE.
           COPY PRICEHIS.

           FD COST-HIST-FILE.
           COPY COSTHIS.

           FD STOCK-MOVEMENT-FILE.
           COPY STKMOVE.

           FD SUPPLIER-MASTER.
           COPY SUPPMAST.

           WORKING-STORAGE SECTION.
           01 wsPhStatus pic X(2).
           01 mntEffDate pic 9(8).
           01 wsAgain pic X value "Y".
           01 wsEOF pic X value "N".
           01 wsImStatus pic X(2).
           01 wsSpStatus pic X(2).
           01 wsSpAvail pic X value "N".
           01 wsSmStatus pic X(2).
           01 wsSmOpen pic X value "N".

           01 mntItem pic X(6).
           01 mntDesc pic X(20).
           01 mntUPrice pic 9(3).
           01 mntOnhand pic S9(6).
           01 mntReorder pic 9(6).
           01 mntSupNo pic 9(6).
           01 mntUCost pic 9(5)v99.
           01 mntCostDate pic 9(8).
           01 mntChgCost pic X.
           01 dispUCost pic ZZ,ZZ9.99.
           01 mntChgSup pic X.
           01 wsSupOk pic X.
           01 dispUPrice pic ZZ9.
           01 dispOnhand pic ZZZ,ZZ9-.
           01 dispReorder pic ZZZ,ZZ9.
           01 wsOperator pic X(8).

           COPY COSTWS.
           COPY NUMCHECK.
           COPY RPTHDR.

       PROCEDURE DIVISION.

      *> The menu passes the signed-on operator as MENUOPER; run
      *> outside the menu, the operator keys it.
           ACCEPT wsOperator FROM ENVIRONMENT "MENUOPER"
           IF wsOperator = SPACES
               display "Operator ID: " with no advancing
               accept wsOperator
           END-IF

           OPEN I-O ITEM-MASTER.
           IF wsImStatus = "35"
               OPEN OUTPUT ITEM-MASTER
               CLOSE ITEM-MASTER
               OPEN I-O ITEM-MASTER
           END-IF.
           OPEN INPUT SUPPLIER-MASTER.
           IF wsSpStatus = "00"
               MOVE "Y" TO wsSpAvail
           END-IF.

           move "Item Master Maintenance" to WS-RPT-TITLE
           perform PRINT-REPORT-HEADER
           END-PERFORM.

           CLOSE ITEM-MASTER.
           perform CLOSE-STOCK-MOVEMENTS.
           IF wsSpAvail = "Y"
               CLOSE SUPPLIER-MASTER
           END-IF.

           perform PRINT-REPORT-FOOTER.


           COPY NUMCHKPR.
           COPY RPTHDRPR.
           COPY COSTPR.
           COPY STKMVPR.

       PROMPT-ITEM-PRICE.
           move "N" to WS-VALID-OK
           MOVE mntItem TO PH-ITEM
           MOVE mntEffDate TO PH-EFFDATE
           MOVE mntUPrice TO PH-UPRICE
           MOVE wsOperator TO PH-KEYED-BY
           WRITE PRICE-HIST-REC
           CLOSE PRICE-HIST-FILE
           display "Price staged effective " mntEffDate ".".

      *> Standard cost is staged exactly as the price is: a dated
      *> line on the cost history, never an edit of an old one.
       STAGE-COST-HISTORY.
           move "N" to WS-VALID-OK
           perform until VALID-NUMERIC-INPUT
               display "Enter standard unit cost: " with no advancing
               accept WS-VALID-BUFFER
               perform VALIDATE-NUMERIC-INPUT
           end-perform
           compute mntUCost = function numval(WS-VALID-BUFFER)
           move "N" to WS-VALID-OK
           perform until VALID-NUMERIC-INPUT
               display "Cost effective date (YYYYMMDD): "
                   with no advancing
               accept WS-VALID-BUFFER
               perform VALIDATE-NUMERIC-INPUT
           end-perform
           compute mntCostDate = function numval(WS-VALID-BUFFER)

           OPEN EXTEND COST-HIST-FILE
           IF wsCsStatus = "35"
               OPEN OUTPUT COST-HIST-FILE
               CLOSE COST-HIST-FILE
               OPEN EXTEND COST-HIST-FILE
           END-IF
           MOVE mntItem TO CS-ITEM
           MOVE mntCostDate TO CS-EFFDATE
           MOVE mntUCost TO CS-UCOST
           WRITE COST-HIST-REC
           CLOSE COST-HIST-FILE
           display "Standard cost staged effective " mntCostDate ".".

      *> Opening stock on a new item is the first movement on the
      *> stock movement ledger, so the item's history starts from
      *> the figure it was loaded with.
       LOG-OPENING-STOCK.
           MOVE FUNCTION CURRENT-DATE(1:14) TO SM-STAMP
           MOVE SM-STAMP(1:8) TO SM-DATE
           MOVE mntItem TO SM-ITEM
           SET SM-IS-ADJUST TO TRUE
           MOVE mntOnhand TO SM-QTY
           MOVE "ITMMAINT" TO SM-SOURCE
           MOVE "OPENING" TO SM-REF
           perform WRITE-STOCK-MOVEMENT.

       PROMPT-REORDER-POINT.
           move "N" to WS-VALID-OK
           perform until VALID-NUMERIC-INPUT
           end-perform
           compute mntReorder = function numval(WS-VALID-BUFFER).

      *> Zero means no usual supplier yet; anything else has to be
      *> an active supplier once the supplier master exists.
       PROMPT-ITEM-SUPPLIER.
           MOVE "N" TO wsSupOk
           PERFORM UNTIL wsSupOk = "Y"
               move "N" to WS-VALID-OK
               perform until VALID-NUMERIC-INPUT
                   display "Enter usual supplier (0 = none): "
                       with no advancing
                   accept WS-VALID-BUFFER
                   perform VALIDATE-NUMERIC-INPUT
               end-perform
               compute mntSupNo = function numval(WS-VALID-BUFFER)
               MOVE "Y" TO wsSupOk
               IF mntSupNo NOT = 0 AND wsSpAvail = "Y"
                   MOVE mntSupNo TO SP-SUPNO
                   READ SUPPLIER-MASTER
                       INVALID KEY
                           display "Supplier #" mntSupNo
                               " is not on file."
                           MOVE "N" TO wsSupOk
                       NOT INVALID KEY
                           IF SP-IS-INACTIVE
                               display "Supplier #" mntSupNo
                                   " is inactive."
                               MOVE "N" TO wsSupOk
                           END-IF
                   END-READ
               END-IF
           END-PERFORM.

       ADD-ITEM.
           display "Enter item code: " with no advancing
           accept mntItem
                   compute mntOnhand =
                       function numval(WS-VALID-BUFFER)
                   perform PROMPT-REORDER-POINT
                   perform PROMPT-ITEM-SUPPLIER

                   MOVE mntItem TO IM-ITEM
                   MOVE mntDesc TO IM-DESC
                   MOVE mntUPrice TO IM-UPRICE
                   MOVE mntOnhand TO IM-ONHAND
                   MOVE mntReorder TO IM-REORDER
                   MOVE mntSupNo TO IM-SUPNO
                   WRITE ITEM-MASTER-REC
                   IF mntOnhand NOT = 0
                       perform LOG-OPENING-STOCK
                   END-IF
                   perform STAGE-PRICE-HISTORY
                   perform STAGE-COST-HISTORY
                   display "Item " IM-ITEM " added."
               NOT INVALID KEY
                   display "Item " IM-ITEM
      *> receiving desk; maintenance only moves the reorder point.
                   perform PROMPT-REORDER-POINT
                   MOVE mntReorder TO IM-REORDER
      *> A record cut before the supplier was carried has no figure
      *> in the field; it shows, and stays, as no supplier.
                   IF IM-SUPNO NOT NUMERIC
                       MOVE 0 TO IM-SUPNO
                   END-IF
                   display "Usual supplier on file: #" IM-SUPNO
                   display "Change the supplier? (Y/N): "
                       with no advancing
                   move spaces to mntChgSup
                   accept mntChgSup
                   if function upper-case(mntChgSup) = "Y"
                       perform PROMPT-ITEM-SUPPLIER
                       MOVE mntSupNo TO IM-SUPNO
                   end-if
                   REWRITE ITEM-MASTER-REC
                   perform STAGE-PRICE-HISTORY
                   MOVE IM-ITEM TO wsCostItem
                   MOVE FUNCTION CURRENT-DATE(1:8) TO wsCostAsOf
                   perform LOAD-ITEM-COST-HISTORY
                   MOVE wsCostValue TO dispUCost
                   display "Standard cost in force: " dispUCost
                   display "Change the standard cost? (Y/N): "
                       with no advancing
                   move spaces to mntChgCost
                   accept mntChgCost
                   if function upper-case(mntChgCost) = "Y"
                       perform STAGE-COST-HISTORY
                   end-if
                   display "Item " IM-ITEM " changed."
           END-READ.

                       MOVE IM-UPRICE TO dispUPrice
                       MOVE IM-ONHAND TO dispOnhand
                       MOVE IM-REORDER TO dispReorder
                       IF IM-SUPNO NOT NUMERIC
                           MOVE 0 TO IM-SUPNO
                       END-IF
                       display IM-ITEM " " IM-DESC " " dispUPrice
                           "  on hand " dispOnhand
                           "  reorder " dispReorder
                           "  supplier #" IM-SUPNO
               END-READ
           END-PERFORM.
