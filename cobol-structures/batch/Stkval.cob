      *> Month-end stock movement and inventory valuation. For an
      *> operator-entered month, every line on the stock movement
      *> ledger from the month on is sorted by item and totalled --
      *> receipts, sales, returns, and adjustments inside the month,
      *> and everything after it -- then matched against the item
      *> master. Each item opens at the quantity the prior month
      *> closed at on STKSNAP.DAT (or, before the first close, at
      *> the figure worked back from on-hand), rolls forward
      *> through the month's movements to a closing quantity, and
      *> the closing quantity is proved against IM-ONHAND less
      *> whatever has moved since month end; an item that does not
      *> agree is flagged OUT. The closing quantity is extended at
      *> the standard cost in force at month end (at selling price,
      *> flagged, where no standard cost is on file) for the
      *> month-end inventory total. Once the figures are right the
      *> month can be closed, which records the closing quantities
      *> the next month opens from. Console and STKVAL.PRT.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STKVAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ITEM-MASTER ASSIGN TO "ITEMMAST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IM-ITEM
               FILE STATUS wsImStatus.

           SELECT STOCK-MOVEMENT-FILE ASSIGN TO "STKMOVE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsSmStatus.

           SELECT STOCK-SNAPSHOT-FILE ASSIGN TO "STKSNAP.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsSsStatus.

           SELECT COST-HIST-FILE ASSIGN TO "COSTHIS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsCsStatus.

           SELECT MOVEMENT-SORT-FILE ASSIGN TO "SRTWK47".

           SELECT MOVEMENT-TOTAL-FILE ASSIGN TO "STKTOT.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsStStatus.

           SELECT CLOSE-WORK-FILE ASSIGN TO "STKCLS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsClStatus.

           SELECT REPORT-PRINT-FILE ASSIGN TO "STKVAL.PRT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD ITEM-MASTER.
           COPY ITEMMAST.

           FD STOCK-MOVEMENT-FILE.
           COPY STKMOVE.

           FD STOCK-SNAPSHOT-FILE.
           COPY STKSNAP.

           FD COST-HIST-FILE.
           COPY COSTHIS.

      *> Category: R receipt, S sale, T return, A adjustment (all in
      *> the month), F anything after it.
           SD MOVEMENT-SORT-FILE.
           01 MOVEMENT-SORT-REC.
               05 MV-ITEM PIC X(6).
               05 MV-CAT PIC X.
               05 MV-QTY PIC S9(6)
                   SIGN IS LEADING SEPARATE CHARACTER.

           FD MOVEMENT-TOTAL-FILE.
           01 MOVEMENT-TOTAL-REC.
               05 MT-ITEM PIC X(6).
               05 MT-RECEIPTS PIC S9(7)
                   SIGN IS LEADING SEPARATE CHARACTER.
               05 MT-SALES PIC S9(7)
                   SIGN IS LEADING SEPARATE CHARACTER.
               05 MT-RETURNS PIC S9(7)
                   SIGN IS LEADING SEPARATE CHARACTER.
               05 MT-ADJUST PIC S9(7)
                   SIGN IS LEADING SEPARATE CHARACTER.
               05 MT-AFTER PIC S9(7)
                   SIGN IS LEADING SEPARATE CHARACTER.

           FD CLOSE-WORK-FILE.
           01 CLOSE-WORK-REC PIC X(40).

           FD REPORT-PRINT-FILE.
           01 REPORT-PRINT-REC PIC X(80).

           WORKING-STORAGE SECTION.
           01 wsEOF pic X value "N".
           01 wsImStatus pic X(2).
           01 wsSmStatus pic X(2).
           01 wsSsStatus pic X(2).
           01 wsStStatus pic X(2).
           01 wsClStatus pic X(2).

           01 wsMonth pic 9(6).
           01 wsMonthParts redefines wsMonth.
               05 wsMonthYear pic 9(4).
               05 wsMonthMon pic 9(2).
           01 wsPriorMonth pic 9(6).
           01 wsPriorParts redefines wsPriorMonth.
               05 wsPriorYear pic 9(4).
               05 wsPriorMon pic 9(2).
           01 wsMonthEnd pic 9(8).
           01 wsClosed pic X value "N".
           01 wsPriorFound pic X value "N".
           01 wsAnswer pic X.

           01 wsFirstRec pic X value "Y".
           01 wsCurItem pic X(6).
           01 grpReceipts pic S9(7).
           01 grpSales pic S9(7).
           01 grpReturns pic S9(7).
           01 grpAdjust pic S9(7).
           01 grpAfter pic S9(7).

      *> Read-ahead keys for the match against the item master;
      *> HIGH-VALUES once a file runs out.
           01 wsTotKey pic X(6).
           01 wsSnapKey pic X(6).
           01 wsSnapQty pic S9(7).

           01 itReceipts pic S9(7).
           01 itSales pic S9(7).
           01 itReturns pic S9(7).
           01 itAdjust pic S9(7).
           01 itAfter pic S9(7).
           01 itOpening pic S9(7).
           01 itClosing pic S9(7).
           01 itBook pic S9(7).
           01 itUnitCost pic 9(5)v99.
           01 itValue pic S9(9)v99.
           01 wsFlag pic X(4).

           01 totItems pic 9(5) value 0.
           01 totValue pic S9(11)v99 value 0.
           01 totOut pic 9(5) value 0.
           01 totDerived pic 9(5) value 0.
           01 totAtPrice pic 9(5) value 0.

           01 dispOpening pic ZZZZZ9-.
           01 dispReceipts pic ZZZZZ9.
           01 dispSales pic ZZZZZ9.
           01 dispReturns pic ZZZZZ9.
           01 dispAdjust pic ZZZZZ9-.
           01 dispClosing pic ZZZZZ9-.
           01 dispValue pic ZZ,ZZZ,ZZ9.99-.
           01 dispTotal pic Z,ZZZ,ZZZ,ZZ9.99-.
           01 dispCount pic ZZ,ZZ9.

           COPY COSTWS.
           COPY NUMCHECK.
           COPY RPTHDR.
           COPY RPTPRT.

       PROCEDURE DIVISION.

           move "N" to WS-VALID-OK
           perform until VALID-NUMERIC-INPUT
               display "Enter month (YYYYMM): " with no advancing
               accept WS-VALID-BUFFER
               perform VALIDATE-NUMERIC-INPUT
           end-perform
           compute wsMonth = function numval(WS-VALID-BUFFER)
           IF wsMonthMon < 1 OR wsMonthMon > 12
               display "Invalid month."
               STOP RUN
           END-IF
           IF wsMonthMon = 1
               COMPUTE wsPriorYear = wsMonthYear - 1
               MOVE 12 TO wsPriorMon
           ELSE
               MOVE wsMonthYear TO wsPriorYear
               COMPUTE wsPriorMon = wsMonthMon - 1
           END-IF
           COMPUTE wsMonthEnd = wsMonth * 100 + 31

           OPEN INPUT ITEM-MASTER.
           IF wsImStatus NOT = "00"
               display "Item master not on file -- nothing to"
                   " value."
               STOP RUN
           END-IF.

           move "Month-End Stock Valuation" to WS-RPT-TITLE
           perform PRINT-REPORT-HEADER
           MOVE SPACES TO wsRptColHead
           STRING "ITEM    OPENING RCPTS  SALES  RTRNS    ADJ"
               "  CLOSING          VALUE  FLAG"
               DELIMITED BY SIZE INTO wsRptColHead
           perform OPEN-REPORT-PRINT
           MOVE SPACES TO wsRptLine
           display "Month " wsMonth
           STRING "MONTH " wsMonth
               DELIMITED BY SIZE INTO wsRptLine
           perform WRITE-REPORT-LINE
           display "ITEM    OPENING RCPTS  SALES  RTRNS    ADJ"
               "  CLOSING          VALUE  FLAG"

           perform CHECK-MONTH-CLOSED

           SORT MOVEMENT-SORT-FILE
               ON ASCENDING KEY MV-ITEM
               INPUT PROCEDURE RELEASE-MONTH-MOVEMENTS
               OUTPUT PROCEDURE TOTAL-PER-ITEM.

           perform VALUE-ALL-ITEMS
           perform PRINT-VALUATION-TOTALS
           CLOSE ITEM-MASTER.
           perform CLOSE-REPORT-PRINT.

           IF wsClosed = "Y"
               display "Month " wsMonth " is already closed --"
                   " its closing figures stand as recorded."
           ELSE
               display "Record these closing figures as the "
                   wsMonth " close? (Y/N): " with no advancing
               move "N" to wsAnswer
               accept wsAnswer
               IF wsAnswer = "Y" OR wsAnswer = "y"
                   perform RECORD-MONTH-CLOSE
               END-IF
           END-IF.

           perform PRINT-REPORT-FOOTER.

       STOP RUN.

           COPY NUMCHKPR.
           COPY RPTHDRPR.
           COPY RPTPRTPR.
           COPY COSTPR.

      *> The month is closed if the snapshot already carries it;
      *> the same pass notes whether the prior month was closed,
      *> which decides where the openings come from.
       CHECK-MONTH-CLOSED.
           move "N" to wsEOF
           OPEN INPUT STOCK-SNAPSHOT-FILE
           IF wsSsStatus NOT = "00"
               MOVE "Y" TO wsEOF
           END-IF
           PERFORM UNTIL wsEOF = "Y"
               READ STOCK-SNAPSHOT-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       IF SS-MONTH = wsMonth
                           MOVE "Y" TO wsClosed
                       END-IF
                       IF SS-MONTH = wsPriorMonth
                           MOVE "Y" TO wsPriorFound
                       END-IF
               END-READ
           END-PERFORM
           IF wsSsStatus = "00" OR wsSsStatus = "10"
               CLOSE STOCK-SNAPSHOT-FILE
           END-IF.

       RELEASE-MONTH-MOVEMENTS.
           move "N" to wsEOF
           OPEN INPUT STOCK-MOVEMENT-FILE
           IF wsSmStatus NOT = "00"
               MOVE "Y" TO wsEOF
           END-IF
           PERFORM UNTIL wsEOF = "Y"
               READ STOCK-MOVEMENT-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       IF SM-DATE(1:6) NOT < wsMonth
                           PERFORM RELEASE-ONE-MOVEMENT
                       END-IF
               END-READ
           END-PERFORM
           IF wsSmStatus = "00" OR wsSmStatus = "10"
               CLOSE STOCK-MOVEMENT-FILE
           END-IF.

       RELEASE-ONE-MOVEMENT.
           MOVE SM-ITEM TO MV-ITEM
           MOVE SM-QTY TO MV-QTY
           IF SM-DATE(1:6) > wsMonth
               MOVE "F" TO MV-CAT
           ELSE
               evaluate true
                   when SM-IS-RECEIPT
                       MOVE "R" TO MV-CAT
                   when SM-IS-SALE
                       MOVE "S" TO MV-CAT
                   when SM-IS-RETURN
                       MOVE "T" TO MV-CAT
                   when other
                       MOVE "A" TO MV-CAT
               end-evaluate
           END-IF
           RELEASE MOVEMENT-SORT-REC.

       TOTAL-PER-ITEM.
           OPEN OUTPUT MOVEMENT-TOTAL-FILE
           PERFORM FOREVER
               RETURN MOVEMENT-SORT-FILE
                   AT END
                       EXIT PERFORM
               END-RETURN

               IF wsFirstRec = "N"
                   AND MV-ITEM NOT = wsCurItem
                   PERFORM WRITE-ITEM-TOTAL
               END-IF
               IF wsFirstRec = "Y" OR MV-ITEM NOT = wsCurItem
                   MOVE MV-ITEM TO wsCurItem
                   MOVE 0 TO grpReceipts
                   MOVE 0 TO grpSales
                   MOVE 0 TO grpReturns
                   MOVE 0 TO grpAdjust
                   MOVE 0 TO grpAfter
               END-IF
               MOVE "N" TO wsFirstRec
               evaluate MV-CAT
                   when "R"
                       ADD MV-QTY TO grpReceipts
                   when "S"
                       ADD MV-QTY TO grpSales
                   when "T"
                       ADD MV-QTY TO grpReturns
                   when "A"
                       ADD MV-QTY TO grpAdjust
                   when other
                       ADD MV-QTY TO grpAfter
               end-evaluate
           END-PERFORM

           IF wsFirstRec = "N"
               PERFORM WRITE-ITEM-TOTAL
           END-IF
           CLOSE MOVEMENT-TOTAL-FILE.

       WRITE-ITEM-TOTAL.
           MOVE wsCurItem TO MT-ITEM
           MOVE grpReceipts TO MT-RECEIPTS
           MOVE grpSales TO MT-SALES
           MOVE grpReturns TO MT-RETURNS
           MOVE grpAdjust TO MT-ADJUST
           MOVE grpAfter TO MT-AFTER
           WRITE MOVEMENT-TOTAL-REC.

      *> The item master, the per-item totals, and the prior
      *> month's close are all in item order, so one pass matches
      *> the three.
       VALUE-ALL-ITEMS.
           OPEN INPUT MOVEMENT-TOTAL-FILE
           MOVE LOW-VALUES TO wsTotKey
           perform READ-NEXT-TOTAL
           OPEN INPUT STOCK-SNAPSHOT-FILE
           MOVE LOW-VALUES TO wsSnapKey
           perform READ-NEXT-SNAPSHOT
           OPEN OUTPUT CLOSE-WORK-FILE

           move "N" to wsEOF
           MOVE LOW-VALUES TO IM-ITEM
           START ITEM-MASTER KEY NOT < IM-ITEM
               INVALID KEY
                   MOVE "Y" TO wsEOF
           END-START
           PERFORM UNTIL wsEOF = "Y"
               READ ITEM-MASTER NEXT
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       PERFORM VALUE-ONE-ITEM
               END-READ
           END-PERFORM

           CLOSE CLOSE-WORK-FILE
           IF wsStStatus = "00" OR wsStStatus = "10"
               CLOSE MOVEMENT-TOTAL-FILE
           END-IF
           IF wsSsStatus = "00" OR wsSsStatus = "10"
               CLOSE STOCK-SNAPSHOT-FILE
           END-IF.

       READ-NEXT-TOTAL.
           IF wsTotKey = HIGH-VALUES
               EXIT PARAGRAPH
           END-IF
           IF wsStStatus NOT = "00"
               MOVE HIGH-VALUES TO wsTotKey
               EXIT PARAGRAPH
           END-IF
           READ MOVEMENT-TOTAL-FILE
               AT END
                   MOVE HIGH-VALUES TO wsTotKey
               NOT AT END
                   MOVE MT-ITEM TO wsTotKey
           END-READ.

      *> Only the prior month's lines count; everything else on the
      *> snapshot is stepped over.
       READ-NEXT-SNAPSHOT.
           IF wsSnapKey = HIGH-VALUES
               EXIT PARAGRAPH
           END-IF
           IF wsSsStatus NOT = "00" OR wsPriorFound = "N"
               MOVE HIGH-VALUES TO wsSnapKey
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO wsSnapKey
           PERFORM UNTIL wsSnapKey NOT = SPACES
               READ STOCK-SNAPSHOT-FILE
                   AT END
                       MOVE HIGH-VALUES TO wsSnapKey
                   NOT AT END
                       IF SS-MONTH = wsPriorMonth
                           MOVE SS-ITEM TO wsSnapKey
                           MOVE SS-QTY TO wsSnapQty
                       END-IF
               END-READ
           END-PERFORM.

       VALUE-ONE-ITEM.
           PERFORM UNTIL wsTotKey NOT < IM-ITEM
               perform READ-NEXT-TOTAL
           END-PERFORM
           PERFORM UNTIL wsSnapKey NOT < IM-ITEM
               perform READ-NEXT-SNAPSHOT
           END-PERFORM

           MOVE 0 TO itReceipts
           MOVE 0 TO itSales
           MOVE 0 TO itReturns
           MOVE 0 TO itAdjust
           MOVE 0 TO itAfter
           IF wsTotKey = IM-ITEM
               MOVE MT-RECEIPTS TO itReceipts
               MOVE MT-SALES TO itSales
               MOVE MT-RETURNS TO itReturns
               MOVE MT-ADJUST TO itAdjust
               MOVE MT-AFTER TO itAfter
           END-IF

           MOVE SPACES TO wsFlag
           COMPUTE itBook = IM-ONHAND - itAfter
           IF wsSnapKey = IM-ITEM
               MOVE wsSnapQty TO itOpening
           ELSE
               COMPUTE itOpening = itBook - itReceipts - itSales
                   - itReturns - itAdjust
               ADD 1 TO totDerived
               MOVE "NEW" TO wsFlag
           END-IF
           COMPUTE itClosing = itOpening + itReceipts + itSales
               + itReturns + itAdjust
           IF itClosing NOT = itBook
               MOVE "OUT" TO wsFlag
               ADD 1 TO totOut
           END-IF

           MOVE IM-ITEM TO wsCostItem
           MOVE wsMonthEnd TO wsCostAsOf
           perform LOAD-ITEM-COST-HISTORY
           IF wsCostFound = "Y"
               MOVE wsCostValue TO itUnitCost
           ELSE
               MOVE IM-UPRICE TO itUnitCost
               ADD 1 TO totAtPrice
               IF wsFlag = SPACES
                   MOVE "PRC" TO wsFlag
               END-IF
           END-IF
           COMPUTE itValue = itClosing * itUnitCost
           ADD 1 TO totItems
           ADD itValue TO totValue

           MOVE itOpening TO dispOpening
           MOVE itReceipts TO dispReceipts
           COMPUTE dispSales = 0 - itSales
           MOVE itReturns TO dispReturns
           MOVE itAdjust TO dispAdjust
           MOVE itClosing TO dispClosing
           MOVE itValue TO dispValue
           display IM-ITEM "  " dispOpening dispReceipts " "
               dispSales " " dispReturns dispAdjust "  "
               dispClosing " " dispValue " " wsFlag
           STRING IM-ITEM "  " dispOpening dispReceipts " "
               dispSales " " dispReturns dispAdjust "  "
               dispClosing " " dispValue " " wsFlag
               DELIMITED BY SIZE INTO wsRptLine
           perform WRITE-REPORT-LINE

           MOVE wsMonth TO SS-MONTH
           MOVE IM-ITEM TO SS-ITEM
           MOVE itClosing TO SS-QTY
           MOVE itValue TO SS-VALUE
           MOVE STOCK-SNAPSHOT-REC TO CLOSE-WORK-REC
           WRITE CLOSE-WORK-REC.

       PRINT-VALUATION-TOTALS.
           display " "
           perform WRITE-REPORT-LINE
           MOVE totItems TO dispCount
           MOVE totValue TO dispTotal
           display "Items valued: " dispCount
               "   Month-end inventory: " dispTotal
           STRING "ITEMS VALUED: " dispCount
               "   MONTH-END INVENTORY: " dispTotal
               DELIMITED BY SIZE INTO wsRptLine
           perform WRITE-REPORT-LINE
           IF totOut = 0
               display "PROOF: closing quantity agrees with on-hand"
                   " for every item."
               STRING "PROOF: CLOSING QUANTITY AGREES WITH ON-HAND"
                   " FOR EVERY ITEM."
                   DELIMITED BY SIZE INTO wsRptLine
           ELSE
               MOVE totOut TO dispCount
               display "PROOF FAILS: " dispCount " item(s) OUT --"
                   " on-hand does not agree with the movements."
               STRING "PROOF FAILS: " dispCount " ITEM(S) OUT --"
                   " ON-HAND DOES NOT AGREE WITH THE MOVEMENTS."
                   DELIMITED BY SIZE INTO wsRptLine
           END-IF
           perform WRITE-REPORT-LINE
           IF totDerived > 0
               MOVE totDerived TO dispCount
               display "NEW: " dispCount " item(s) with no prior"
                   " close, opened from on-hand."
               STRING "NEW: " dispCount " ITEM(S) WITH NO PRIOR"
                   " CLOSE, OPENED FROM ON-HAND."
                   DELIMITED BY SIZE INTO wsRptLine
               perform WRITE-REPORT-LINE
           END-IF
           IF totAtPrice > 0
               MOVE totAtPrice TO dispCount
               display "PRC: " dispCount " item(s) with no standard"
                   " cost, valued at selling price."
               STRING "PRC: " dispCount " ITEM(S) WITH NO STANDARD"
                   " COST, VALUED AT SELLING PRICE."
                   DELIMITED BY SIZE INTO wsRptLine
               perform WRITE-REPORT-LINE
           END-IF.

       RECORD-MONTH-CLOSE.
           IF totOut > 0
               display "Closing anyway -- the OUT items will open"
                   " next month at the quantity reported here."
           END-IF
           OPEN EXTEND STOCK-SNAPSHOT-FILE
           IF wsSsStatus = "35"
               OPEN OUTPUT STOCK-SNAPSHOT-FILE
               CLOSE STOCK-SNAPSHOT-FILE
               OPEN EXTEND STOCK-SNAPSHOT-FILE
           END-IF
           move "N" to wsEOF
           OPEN INPUT CLOSE-WORK-FILE
           PERFORM UNTIL wsEOF = "Y"
               READ CLOSE-WORK-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       MOVE CLOSE-WORK-REC TO STOCK-SNAPSHOT-REC
                       WRITE STOCK-SNAPSHOT-REC
               END-READ
           END-PERFORM
           CLOSE CLOSE-WORK-FILE
           CLOSE STOCK-SNAPSHOT-FILE
           display "Month " wsMonth " closed.".
