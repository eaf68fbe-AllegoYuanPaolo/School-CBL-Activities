      *> Inter-branch stock transfers. Mode 1 ships stock from one
      *> branch to another: the units come off the sending branch's
      *> shelf on BRSTOCK.DAT -- never more than it holds -- and go
      *> in transit to the receiving branch, with a numbered line on
      *> XFER.DAT. Mode 2 is the receiving branch confirming the
      *> arrival, which moves the units out of transit onto its
      *> shelf. Mode 3 lists what is still on the road, oldest
      *> first by number, with how many days it has been out.
      *> Mode 4 shows one item's stock branch by branch, head
      *> office's share being the remainder of the company-wide
      *> IM-ONHAND, which a transfer never changes. A blank branch
      *> code is head office. XFER.DAT is rewritten through a
      *> work-file copy pass.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STKXFER.

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

           SELECT TRANSFER-FILE ASSIGN TO "XFER.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsXfStatus.

           SELECT TRANSFER-WORK-FILE ASSIGN TO "XFWORK.DAT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD ITEM-MASTER.
           COPY ITEMMAST.

           FD BRANCH-STOCK.
           COPY BRSTOCK.

           FD TRANSFER-FILE.
           COPY XFER.

      *> Cut wider than the 59-byte transfer line so the copy pass
      *> can never shave the tail.
           FD TRANSFER-WORK-FILE.
           01 TRANSFER-WORK-REC PIC X(80).

           WORKING-STORAGE SECTION.
           01 wsMode pic 9.
           01 wsAgain pic X value "Y".
           01 wsEOF pic X value "N".
           01 wsImStatus pic X(2).
           01 wsXfStatus pic X(2).
           01 wsToday pic 9(8).
           01 wsTodayInt pic 9(8).
           01 wsAgeDays pic S9(5).
           01 wsAnswer pic X.
           01 wsFound pic X.
           01 wsOperator pic X(8).
           01 wsNextXfer pic 9(6).
           01 wsHoOnhand pic S9(7).

           01 mntItem pic X(6).
           01 mntFrom pic X(4).
           01 mntTo pic X(4).
           01 mntQty pic 9(6).
           01 mntXferNo pic 9(6).

           01 wsFromName pic X(11).
           01 wsToName pic X(11).
           01 dispQty pic ZZZ,ZZ9.
           01 dispOnhand pic ZZZ,ZZ9-.
           01 dispTransit pic ZZZ,ZZ9.
           01 dispAge pic Z,ZZ9.
           01 dispCount pic ZZ,ZZ9.
           01 wsListCount pic 9(5).

           COPY BRSTKWS.
           COPY NUMCHECK.
           COPY RPTHDR.

       PROCEDURE DIVISION.

           OPEN INPUT ITEM-MASTER.
           IF wsImStatus NOT = "00"
               display "Item master not on file -- load it with"
                   " ITMMAINT first."
               STOP RUN
           END-IF.
           OPEN I-O BRANCH-STOCK.
           IF wsBkStatus = "35"
               OPEN OUTPUT BRANCH-STOCK
               CLOSE BRANCH-STOCK
               OPEN I-O BRANCH-STOCK
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO wsToday.
           COMPUTE wsTodayInt = FUNCTION INTEGER-OF-DATE(wsToday).

           move "Inter-Branch Stock Transfers" to WS-RPT-TITLE
           perform PRINT-REPORT-HEADER

           PERFORM UNTIL wsAgain NOT = "Y"
               display " "
               display "1. Ship a transfer"
               display "2. Confirm a transfer received"
               display "3. List transfers in transit"
               display "4. Item stock by branch"
               display "0. Exit"
               display "Select mode: " with no advancing
               accept wsMode

               evaluate wsMode
                   when 1
                       perform SHIP-TRANSFER
                   when 2
                       perform CONFIRM-TRANSFER
                   when 3
                       perform LIST-IN-TRANSIT
                   when 4
                       perform SHOW-ITEM-BY-BRANCH
                   when 0
                       move "N" to wsAgain
                   when other
                       display "Invalid selection."
               end-evaluate
           END-PERFORM.

           CLOSE ITEM-MASTER.
           CLOSE BRANCH-STOCK.

           perform PRINT-REPORT-FOOTER.

       STOP RUN.

           COPY BRSTKPR.
           COPY NUMCHKPR.
           COPY RPTHDRPR.

      *> The sending branch can ship only what is on its own shelf;
      *> head office's shelf is the remainder, so it is worked out
      *> the same way SEQ7 works out what a branch can sell.
       SHIP-TRANSFER.
           display "Item code: " with no advancing
           accept mntItem
           MOVE mntItem TO IM-ITEM
           READ ITEM-MASTER
               INVALID KEY
                   display "Item " mntItem " is not on file."
                   EXIT PARAGRAPH
           END-READ
           display "Ship from branch (blank = head office): "
               with no advancing
           accept mntFrom
           display "Ship to branch (blank = head office): "
               with no advancing
           accept mntTo
           IF mntFrom = mntTo
               display "The sending and receiving branch are the"
                   " same -- nothing to transfer."
               EXIT PARAGRAPH
           END-IF
           move "N" to WS-VALID-OK
           perform until VALID-NUMERIC-INPUT
               display "Quantity to ship: " with no advancing
               accept WS-VALID-BUFFER
               perform VALIDATE-NUMERIC-INPUT
           end-perform
           compute mntQty = function numval(WS-VALID-BUFFER)
           IF mntQty = 0
               display "Nothing shipped."
               EXIT PARAGRAPH
           END-IF

           MOVE mntItem TO wsBkItem
           MOVE mntFrom TO wsBkBranch
           perform GET-BRANCH-ONHAND
           IF wsBkOnhand < mntQty
               MOVE wsBkOnhand TO dispOnhand
               display "Only " dispOnhand " on the sending branch's"
                   " shelf -- transfer refused."
               EXIT PARAGRAPH
           END-IF

           display "Operator ID: " with no advancing
           accept wsOperator

           IF mntFrom NOT = SPACES
               MOVE mntItem TO BK-ITEM
               MOVE mntFrom TO BK-BRANCH
               READ BRANCH-STOCK
                   NOT INVALID KEY
                       SUBTRACT mntQty FROM BK-ONHAND
                       REWRITE BRANCH-STOCK-REC
               END-READ
           END-IF
           MOVE mntItem TO BK-ITEM
           MOVE mntTo TO BK-BRANCH
           READ BRANCH-STOCK
               INVALID KEY
                   MOVE mntItem TO BK-ITEM
                   MOVE mntTo TO BK-BRANCH
                   MOVE 0 TO BK-ONHAND
                   MOVE mntQty TO BK-INTRANSIT
                   WRITE BRANCH-STOCK-REC
               NOT INVALID KEY
                   ADD mntQty TO BK-INTRANSIT
                   REWRITE BRANCH-STOCK-REC
           END-READ

           perform GET-NEXT-TRANSFER-NUMBER
           OPEN EXTEND TRANSFER-FILE
           IF wsXfStatus = "35"
               OPEN OUTPUT TRANSFER-FILE
               CLOSE TRANSFER-FILE
               OPEN EXTEND TRANSFER-FILE
           END-IF
           MOVE wsNextXfer TO XF-XFERNO
           MOVE mntItem TO XF-ITEM
           MOVE mntFrom TO XF-FROM
           MOVE mntTo TO XF-TO
           MOVE mntQty TO XF-QTY
           MOVE wsToday TO XF-SENT-DATE
           MOVE wsOperator TO XF-SENT-BY
           MOVE 0 TO XF-RECV-DATE
           MOVE SPACES TO XF-RECV-BY
           SET XF-IN-TRANSIT TO TRUE
           WRITE TRANSFER-REC
           CLOSE TRANSFER-FILE
           MOVE mntQty TO dispQty
           display "Transfer #" wsNextXfer ": " dispQty " of "
               mntItem " in transit -- the receiving branch"
               " confirms it in mode 2.".

       GET-NEXT-TRANSFER-NUMBER.
           MOVE 1 TO wsNextXfer
           move "N" to wsEOF
           OPEN INPUT TRANSFER-FILE
           IF wsXfStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL wsEOF = "Y"
               READ TRANSFER-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       IF XF-XFERNO NOT < wsNextXfer
                           COMPUTE wsNextXfer = XF-XFERNO + 1
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRANSFER-FILE.

      *> The whole shipment is confirmed at once: the receiving
      *> branch's in-transit figure comes down and its shelf goes
      *> up. Head office keeps no shelf figure, so an arrival there
      *> only clears its in-transit and the remainder absorbs it.
       CONFIRM-TRANSFER.
           move "N" to WS-VALID-OK
           perform until VALID-NUMERIC-INPUT
               display "Transfer number: " with no advancing
               accept WS-VALID-BUFFER
               perform VALIDATE-NUMERIC-INPUT
           end-perform
           compute mntXferNo = function numval(WS-VALID-BUFFER)

           MOVE "N" TO wsFound
           move "N" to wsEOF
           OPEN INPUT TRANSFER-FILE
           IF wsXfStatus NOT = "00"
               display "No transfers on file."
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL wsEOF = "Y"
               READ TRANSFER-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       IF XF-XFERNO = mntXferNo AND XF-IN-TRANSIT
                           MOVE "Y" TO wsFound
                           MOVE "Y" TO wsEOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRANSFER-FILE
           IF wsFound = "N"
               display "Transfer #" mntXferNo " is not in transit."
               EXIT PARAGRAPH
           END-IF

           perform NAME-TRANSFER-BRANCHES
           MOVE XF-QTY TO dispQty
           display "Transfer #" XF-XFERNO ": " dispQty " of "
               XF-ITEM " from " wsFromName " to " wsToName
               ", shipped " XF-SENT-DATE "."
           display "Confirm received in full? (Y/N): "
               with no advancing
           accept wsAnswer
           IF wsAnswer NOT = "Y" AND wsAnswer NOT = "y"
               display "Transfer left in transit."
               EXIT PARAGRAPH
           END-IF
           display "Operator ID: " with no advancing
           accept wsOperator

           MOVE XF-ITEM TO mntItem
           MOVE XF-TO TO mntTo
           MOVE XF-QTY TO mntQty
           MOVE mntItem TO BK-ITEM
           MOVE mntTo TO BK-BRANCH
           READ BRANCH-STOCK
               INVALID KEY
                   display "No stock row for " mntItem " at the"
                       " receiving branch -- transfer left in"
                       " transit."
                   EXIT PARAGRAPH
           END-READ
           IF BK-INTRANSIT < mntQty
               MOVE 0 TO BK-INTRANSIT
           ELSE
               SUBTRACT mntQty FROM BK-INTRANSIT
           END-IF
           IF mntTo NOT = SPACES
               ADD mntQty TO BK-ONHAND
           END-IF
           REWRITE BRANCH-STOCK-REC

           move "N" to wsEOF
           OPEN INPUT TRANSFER-FILE
           OPEN OUTPUT TRANSFER-WORK-FILE
           PERFORM UNTIL wsEOF = "Y"
               READ TRANSFER-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       IF XF-XFERNO = mntXferNo AND XF-IN-TRANSIT
                           SET XF-IS-RECEIVED TO TRUE
                           MOVE wsToday TO XF-RECV-DATE
                           MOVE wsOperator TO XF-RECV-BY
                       END-IF
                       MOVE SPACES TO TRANSFER-WORK-REC
                       MOVE TRANSFER-REC TO TRANSFER-WORK-REC
                       WRITE TRANSFER-WORK-REC
               END-READ
           END-PERFORM
           CLOSE TRANSFER-FILE
           CLOSE TRANSFER-WORK-FILE
           perform COPY-TRANSFERS-BACK
           display "Transfer #" mntXferNo " received.".

       COPY-TRANSFERS-BACK.
           move "N" to wsEOF
           OPEN INPUT TRANSFER-WORK-FILE
           OPEN OUTPUT TRANSFER-FILE
           PERFORM UNTIL wsEOF = "Y"
               READ TRANSFER-WORK-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       MOVE TRANSFER-WORK-REC TO TRANSFER-REC
                       WRITE TRANSFER-REC
               END-READ
           END-PERFORM
           CLOSE TRANSFER-WORK-FILE
           CLOSE TRANSFER-FILE.

       NAME-TRANSFER-BRANCHES.
           IF XF-FROM = SPACES
               MOVE "HEAD OFFICE" TO wsFromName
           ELSE
               MOVE XF-FROM TO wsFromName
           END-IF
           IF XF-TO = SPACES
               MOVE "HEAD OFFICE" TO wsToName
           ELSE
               MOVE XF-TO TO wsToName
           END-IF.

       LIST-IN-TRANSIT.
           MOVE 0 TO wsListCount
           move "N" to wsEOF
           OPEN INPUT TRANSFER-FILE
           IF wsXfStatus NOT = "00"
               display "No transfers on file."
               EXIT PARAGRAPH
           END-IF
           display "XFER # ITEM   FROM        TO              QTY"
               " SHIPPED   DAYS"
           PERFORM UNTIL wsEOF = "Y"
               READ TRANSFER-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       IF XF-IN-TRANSIT
                           ADD 1 TO wsListCount
                           perform NAME-TRANSFER-BRANCHES
                           COMPUTE wsAgeDays = wsTodayInt -
                               FUNCTION INTEGER-OF-DATE(XF-SENT-DATE)
                           MOVE XF-QTY TO dispQty
                           MOVE wsAgeDays TO dispAge
                           display XF-XFERNO " " XF-ITEM " "
                               wsFromName " " wsToName " " dispQty
                               " " XF-SENT-DATE " " dispAge
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRANSFER-FILE
           MOVE wsListCount TO dispCount
           display "Transfers in transit: " dispCount.

       SHOW-ITEM-BY-BRANCH.
           display "Item code: " with no advancing
           accept mntItem
           MOVE mntItem TO IM-ITEM
           READ ITEM-MASTER
               INVALID KEY
                   display "Item " mntItem " is not on file."
                   EXIT PARAGRAPH
           END-READ
           MOVE mntItem TO wsBkItem
           MOVE SPACES TO wsBkBranch
           perform GET-BRANCH-ONHAND
           MOVE wsBkOnhand TO wsHoOnhand

           MOVE IM-ONHAND TO dispOnhand
           display "Item " IM-ITEM " (" IM-DESC ") company-wide "
               dispOnhand
           display "BRANCH       ON HAND  IN TRANSIT"
           MOVE wsHoOnhand TO dispOnhand
           MOVE 0 TO dispTransit
           MOVE mntItem TO BK-ITEM
           MOVE SPACES TO BK-BRANCH
           READ BRANCH-STOCK
               NOT INVALID KEY
                   MOVE BK-INTRANSIT TO dispTransit
           END-READ
           display "HEAD OFFICE " dispOnhand "     " dispTransit

           MOVE mntItem TO BK-ITEM
           MOVE LOW-VALUES TO BK-BRANCH
           move "N" to wsEOF
           START BRANCH-STOCK KEY NOT < BK-KEY
               INVALID KEY
                   MOVE "Y" TO wsEOF
           END-START
           PERFORM UNTIL wsEOF = "Y"
               READ BRANCH-STOCK NEXT RECORD
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       IF BK-ITEM NOT = mntItem
                           MOVE "Y" TO wsEOF
                       ELSE
                           IF BK-BRANCH NOT = SPACES
                               MOVE BK-ONHAND TO dispOnhand
                               MOVE BK-INTRANSIT TO dispTransit
                               display BK-BRANCH "        "
                                   dispOnhand "     " dispTransit
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
