      *> Customer price agreements and quantity breaks. Sales keys
      *> a key account's negotiated price for an item -- customer,
      *> item, contract price, and the dates it runs from and to
      *> (open-ended when no end date is given) -- or ends one
      *> early, and sets or removes the quantity breaks on an item:
      *> the price a line ordering at least so many units gets.
      *> SEQ7 and SEL8 price every line off these through
      *> BESTPRPR, contract first, then the break, then list. An
      *> agreement is never deleted, only ended, so CUSTPRIC.DAT
      *> stays the record of what was agreed when; both files are
      *> rewritten through a work-file copy pass.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRCAGREE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CU-CNUM
               FILE STATUS wsCuStatus.

           SELECT ITEM-MASTER ASSIGN TO "ITEMMAST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IM-ITEM
               FILE STATUS wsImStatus.

           SELECT CUST-PRICE-FILE ASSIGN TO "CUSTPRIC.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsCpStatus.

           SELECT QTY-BREAK-FILE ASSIGN TO "QTYBRK.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsQbStatus.

           SELECT PRICE-WORK-FILE ASSIGN TO "PRCWORK.DAT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD CUSTOMER-MASTER.
           COPY CUSTMAST.

           FD ITEM-MASTER.
           COPY ITEMMAST.

           FD CUST-PRICE-FILE.
           COPY CUSTPRIC.

           FD QTY-BREAK-FILE.
           COPY QTYBRK.

      *> Cut wider than the 39-byte agreement line (and the 15-byte
      *> break) so the copy pass can never shave the tail.
           FD PRICE-WORK-FILE.
           01 PRICE-WORK-REC PIC X(80).

           WORKING-STORAGE SECTION.
           01 wsMode pic 9.
           01 wsAgain pic X value "Y".
           01 wsEOF pic X value "N".
           01 wsCuStatus pic X(2).
           01 wsImStatus pic X(2).
           01 wsCpStatus pic X(2).
           01 wsQbStatus pic X(2).
           01 wsFound pic X.
           01 wsOperator pic X(8).
           01 wsCount pic 9(5).

           01 mntCust pic 9(6).
           01 mntItem pic X(6).
           01 mntPrice pic 9(3).
           01 mntFrom pic 9(8).
           01 mntTo pic 9(8).
           01 mntMinQty pic 9(6).

           01 dispPrice pic ZZ9.
           01 dispList pic ZZ9.
           01 dispMinQty pic ZZZ,ZZ9.
           01 dispCount pic ZZ,ZZ9.
           01 dispTo pic X(8).

           COPY NUMCHECK.
           COPY RPTHDR.

       PROCEDURE DIVISION.

           OPEN INPUT CUSTOMER-MASTER.
           IF wsCuStatus NOT = "00"
               display "Customer master not on file -- load it with"
                   " CUSTMAINT first."
               STOP RUN
           END-IF.
           OPEN INPUT ITEM-MASTER.
           IF wsImStatus NOT = "00"
               display "Item master not on file -- load it with"
                   " ITMMAINT first."
               CLOSE CUSTOMER-MASTER
               STOP RUN
           END-IF.

           move "Price Agreements and Quantity Breaks" to WS-RPT-TITLE
           perform PRINT-REPORT-HEADER
           display "Operator ID: " with no advancing
           accept wsOperator

           PERFORM UNTIL wsAgain NOT = "Y"
               display " "
               display "1. Add a customer contract price"
               display "2. End a customer contract price"
               display "3. List a customer's contract prices"
               display "4. Set a quantity break"
               display "5. Remove a quantity break"
               display "6. List an item's quantity breaks"
               display "0. Exit"
               display "Select mode: " with no advancing
               accept wsMode

               evaluate wsMode
                   when 1
                       perform ADD-CONTRACT-PRICE
                   when 2
                       perform END-CONTRACT-PRICE
                   when 3
                       perform LIST-CONTRACT-PRICES
                   when 4
                       perform SET-QUANTITY-BREAK
                   when 5
                       perform REMOVE-QUANTITY-BREAK
                   when 6
                       perform LIST-QUANTITY-BREAKS
                   when 0
                       move "N" to wsAgain
                   when other
                       display "Invalid selection."
               end-evaluate
           END-PERFORM.

           CLOSE CUSTOMER-MASTER.
           CLOSE ITEM-MASTER.

           perform PRINT-REPORT-FOOTER.

       STOP RUN.

           COPY NUMCHKPR.
           COPY RPTHDRPR.

       ACCEPT-CUSTOMER.
           MOVE "N" TO wsFound
           move "N" to WS-VALID-OK
           perform until VALID-NUMERIC-INPUT
               display "Customer number: " with no advancing
               accept WS-VALID-BUFFER
               perform VALIDATE-NUMERIC-INPUT
           end-perform
           compute mntCust = function numval(WS-VALID-BUFFER)
           MOVE mntCust TO CU-CNUM
           READ CUSTOMER-MASTER
               INVALID KEY
                   display "Customer " mntCust " is not on file."
               NOT INVALID KEY
                   MOVE "Y" TO wsFound
           END-READ.

       ACCEPT-ITEM.
           MOVE "N" TO wsFound
           display "Item code: " with no advancing
           accept mntItem
           MOVE mntItem TO IM-ITEM
           READ ITEM-MASTER
               INVALID KEY
                   display "Item " mntItem " is not on file."
               NOT INVALID KEY
                   MOVE "Y" TO wsFound
           END-READ.

      *> A contract price at or above the item's current list buys
      *> the customer nothing -- SEQ7 would charge list anyway --
      *> so it is refused rather than filed.
       ADD-CONTRACT-PRICE.
           perform ACCEPT-CUSTOMER
           IF wsFound = "N"
               EXIT PARAGRAPH
           END-IF
           perform ACCEPT-ITEM
           IF wsFound = "N"
               EXIT PARAGRAPH
           END-IF
           move "N" to WS-VALID-OK
           perform until VALID-NUMERIC-INPUT
               display "Contract unit price: " with no advancing
               accept WS-VALID-BUFFER
               perform VALIDATE-NUMERIC-INPUT
           end-perform
           compute mntPrice = function numval(WS-VALID-BUFFER)
           IF mntPrice NOT < IM-UPRICE
               MOVE IM-UPRICE TO dispList
               display "List is " dispList " -- a contract price"
                   " must be below it."
               EXIT PARAGRAPH
           END-IF
           move "N" to WS-VALID-OK
           perform until VALID-NUMERIC-INPUT
               display "Effective from (YYYYMMDD): "
                   with no advancing
               accept WS-VALID-BUFFER
               perform VALIDATE-NUMERIC-INPUT
           end-perform
           compute mntFrom = function numval(WS-VALID-BUFFER)
           move "N" to WS-VALID-OK
           perform until VALID-NUMERIC-INPUT
               display "Effective to (YYYYMMDD, 0 = open-ended): "
                   with no advancing
               accept WS-VALID-BUFFER
               perform VALIDATE-NUMERIC-INPUT
           end-perform
           compute mntTo = function numval(WS-VALID-BUFFER)
           IF mntTo NOT = 0 AND mntTo < mntFrom
               display "The agreement ends before it starts --"
                   " not filed."
               EXIT PARAGRAPH
           END-IF

           OPEN EXTEND CUST-PRICE-FILE
           IF wsCpStatus = "35"
               OPEN OUTPUT CUST-PRICE-FILE
               CLOSE CUST-PRICE-FILE
               OPEN EXTEND CUST-PRICE-FILE
           END-IF
           MOVE mntCust TO CP-CUST
           MOVE mntItem TO CP-ITEM
           MOVE mntPrice TO CP-PRICE
           MOVE mntFrom TO CP-FROM
           MOVE mntTo TO CP-TO
           MOVE wsOperator TO CP-ENTERED-BY
           WRITE CUST-PRICE-REC
           CLOSE CUST-PRICE-FILE
           display "Contract price filed for customer " mntCust
               " item " mntItem ".".

      *> Ending stamps the last day on every agreement for the
      *> customer and item still running past it; one that has
      *> not started by then is closed the day before it starts,
      *> so it never comes into force.
       END-CONTRACT-PRICE.
           perform ACCEPT-CUSTOMER
           IF wsFound = "N"
               EXIT PARAGRAPH
           END-IF
           display "Item code: " with no advancing
           accept mntItem
           move "N" to WS-VALID-OK
           perform until VALID-NUMERIC-INPUT
               display "Last day in force (YYYYMMDD): "
                   with no advancing
               accept WS-VALID-BUFFER
               perform VALIDATE-NUMERIC-INPUT
           end-perform
           compute mntTo = function numval(WS-VALID-BUFFER)

           MOVE 0 TO wsCount
           move "N" to wsEOF
           OPEN INPUT CUST-PRICE-FILE
           IF wsCpStatus NOT = "00"
               display "No contract prices on file."
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT PRICE-WORK-FILE
           PERFORM UNTIL wsEOF = "Y"
               READ CUST-PRICE-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       IF CP-CUST = mntCust AND CP-ITEM = mntItem
                           AND (CP-TO = 0 OR CP-TO > mntTo)
                           ADD 1 TO wsCount
                           IF CP-FROM > mntTo
                               COMPUTE CP-TO = FUNCTION
                                   DATE-OF-INTEGER(FUNCTION
                                   INTEGER-OF-DATE(CP-FROM) - 1)
                           ELSE
                               MOVE mntTo TO CP-TO
                           END-IF
                       END-IF
                       MOVE SPACES TO PRICE-WORK-REC
                       MOVE CUST-PRICE-REC TO PRICE-WORK-REC
                       WRITE PRICE-WORK-REC
               END-READ
           END-PERFORM
           CLOSE CUST-PRICE-FILE
           CLOSE PRICE-WORK-FILE

           move "N" to wsEOF
           OPEN INPUT PRICE-WORK-FILE
           OPEN OUTPUT CUST-PRICE-FILE
           PERFORM UNTIL wsEOF = "Y"
               READ PRICE-WORK-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       MOVE PRICE-WORK-REC TO CUST-PRICE-REC
                       WRITE CUST-PRICE-REC
               END-READ
           END-PERFORM
           CLOSE PRICE-WORK-FILE
           CLOSE CUST-PRICE-FILE
           MOVE wsCount TO dispCount
           display dispCount " agreement(s) ended for customer "
               mntCust " item " mntItem ".".

       LIST-CONTRACT-PRICES.
           perform ACCEPT-CUSTOMER
           IF wsFound = "N"
               EXIT PARAGRAPH
           END-IF
           display "Customer " mntCust "  " CU-CNAME
           MOVE 0 TO wsCount
           move "N" to wsEOF
           OPEN INPUT CUST-PRICE-FILE
           IF wsCpStatus NOT = "00"
               display "No contract prices on file."
               EXIT PARAGRAPH
           END-IF
           display "ITEM   PRICE  LIST FROM     TO       BY"
           PERFORM UNTIL wsEOF = "Y"
               READ CUST-PRICE-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       IF CP-CUST = mntCust
                           ADD 1 TO wsCount
                           MOVE 0 TO dispList
                           MOVE CP-ITEM TO IM-ITEM
                           READ ITEM-MASTER
                               NOT INVALID KEY
                                   MOVE IM-UPRICE TO dispList
                           END-READ
                           IF CP-TO = 0
                               MOVE "OPEN" TO dispTo
                           ELSE
                               MOVE CP-TO TO dispTo
                           END-IF
                           MOVE CP-PRICE TO dispPrice
                           display CP-ITEM "   " dispPrice "   "
                               dispList " " CP-FROM " " dispTo " "
                               CP-ENTERED-BY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CUST-PRICE-FILE
           MOVE wsCount TO dispCount
           display "Agreements listed: " dispCount.

      *> One break per item per quantity: setting a break the item
      *> already has at that quantity replaces its price.
       SET-QUANTITY-BREAK.
           perform ACCEPT-ITEM
           IF wsFound = "N"
               EXIT PARAGRAPH
           END-IF
           move "N" to WS-VALID-OK
           perform until VALID-NUMERIC-INPUT
               display "Minimum units ordered: " with no advancing
               accept WS-VALID-BUFFER
               perform VALIDATE-NUMERIC-INPUT
           end-perform
           compute mntMinQty = function numval(WS-VALID-BUFFER)
           IF mntMinQty < 2
               display "A break starts at two units or more."
               EXIT PARAGRAPH
           END-IF
           move "N" to WS-VALID-OK
           perform until VALID-NUMERIC-INPUT
               display "Unit price at that quantity: "
                   with no advancing
               accept WS-VALID-BUFFER
               perform VALIDATE-NUMERIC-INPUT
           end-perform
           compute mntPrice = function numval(WS-VALID-BUFFER)
           IF mntPrice = 0
               display "A break needs a price -- use mode 5 to"
                   " remove one."
               EXIT PARAGRAPH
           END-IF
           IF mntPrice NOT < IM-UPRICE
               MOVE IM-UPRICE TO dispList
               display "List is " dispList " -- a break price must"
                   " be below it."
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO wsFound
           perform COPY-BREAKS-TO-WORK
           IF wsFound = "N"
               MOVE mntItem TO QB-ITEM
               MOVE mntMinQty TO QB-MINQTY
               MOVE mntPrice TO QB-PRICE
               MOVE SPACES TO PRICE-WORK-REC
               MOVE QTY-BREAK-REC TO PRICE-WORK-REC
               WRITE PRICE-WORK-REC
           END-IF
           CLOSE PRICE-WORK-FILE
           perform COPY-BREAKS-BACK
           MOVE mntMinQty TO dispMinQty
           display "Break set: " mntItem " from " dispMinQty
               " units.".

       REMOVE-QUANTITY-BREAK.
           display "Item code: " with no advancing
           accept mntItem
           move "N" to WS-VALID-OK
           perform until VALID-NUMERIC-INPUT
               display "Minimum units of the break: "
                   with no advancing
               accept WS-VALID-BUFFER
               perform VALIDATE-NUMERIC-INPUT
           end-perform
           compute mntMinQty = function numval(WS-VALID-BUFFER)
           MOVE 0 TO mntPrice
           MOVE "N" TO wsFound
           perform COPY-BREAKS-TO-WORK
           CLOSE PRICE-WORK-FILE
           IF wsFound = "N"
               MOVE mntMinQty TO dispMinQty
               display "No break on " mntItem " at " dispMinQty
                   " units."
               EXIT PARAGRAPH
           END-IF
           perform COPY-BREAKS-BACK
           display "Break removed.".

      *> Copies the break table to the work file, leaving it open
      *> for the caller to add to. The break for mntItem at
      *> mntMinQty is written at mntPrice -- or dropped when
      *> mntPrice is zero -- and wsFound set when it was there.
       COPY-BREAKS-TO-WORK.
           move "N" to wsEOF
           OPEN OUTPUT PRICE-WORK-FILE
           OPEN INPUT QTY-BREAK-FILE
           IF wsQbStatus NOT = "00"
               MOVE "Y" TO wsEOF
           END-IF
           PERFORM UNTIL wsEOF = "Y"
               READ QTY-BREAK-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       IF QB-ITEM = mntItem
                           AND QB-MINQTY = mntMinQty
                           MOVE "Y" TO wsFound
                           MOVE mntPrice TO QB-PRICE
                       END-IF
                       IF QB-ITEM NOT = mntItem
                           OR QB-MINQTY NOT = mntMinQty
                           OR mntPrice NOT = 0
                           MOVE SPACES TO PRICE-WORK-REC
                           MOVE QTY-BREAK-REC TO PRICE-WORK-REC
                           WRITE PRICE-WORK-REC
                       END-IF
               END-READ
           END-PERFORM
           IF wsQbStatus = "00" OR wsQbStatus = "10"
               CLOSE QTY-BREAK-FILE
           END-IF.

       COPY-BREAKS-BACK.
           move "N" to wsEOF
           OPEN INPUT PRICE-WORK-FILE
           OPEN OUTPUT QTY-BREAK-FILE
           PERFORM UNTIL wsEOF = "Y"
               READ PRICE-WORK-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       MOVE PRICE-WORK-REC TO QTY-BREAK-REC
                       WRITE QTY-BREAK-REC
               END-READ
           END-PERFORM
           CLOSE PRICE-WORK-FILE
           CLOSE QTY-BREAK-FILE.

       LIST-QUANTITY-BREAKS.
           perform ACCEPT-ITEM
           IF wsFound = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE IM-UPRICE TO dispList
           display "Item " IM-ITEM " (" IM-DESC ")  list " dispList
           MOVE 0 TO wsCount
           move "N" to wsEOF
           OPEN INPUT QTY-BREAK-FILE
           IF wsQbStatus NOT = "00"
               display "No quantity breaks on file."
               EXIT PARAGRAPH
           END-IF
           display "FROM UNITS  PRICE"
           PERFORM UNTIL wsEOF = "Y"
               READ QTY-BREAK-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       IF QB-ITEM = mntItem
                           ADD 1 TO wsCount
                           MOVE QB-MINQTY TO dispMinQty
                           MOVE QB-PRICE TO dispPrice
                           display "   " dispMinQty "    " dispPrice
                       END-IF
               END-READ
           END-PERFORM
           CLOSE QTY-BREAK-FILE
           MOVE wsCount TO dispCount
           display "Breaks listed: " dispCount.
