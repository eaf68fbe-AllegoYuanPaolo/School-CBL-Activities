      *> shortage before the branches do. Every item at or under its
      *> reorder point is listed with the shortfall; an oversold
      *> item shows its negative position loudest of all. A clean
      *> run prints nothing to chase, which is the point. Each
      *> shortage also becomes a suggested purchase order line on
      *> PURORD.DAT to the item's usual supplier, for enough to
      *> bring stock back to twice the reorder point after what is
      *> already on order; the buyer confirms or drops it in
      *> POMAINT. An item already carrying an unconfirmed
      *> suggestion, or covered by what is on order, gets no new one.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REORDRPT.

               RECORD KEY IM-ITEM
               FILE STATUS wsImStatus.

           SELECT PURCHASE-ORDER-FILE ASSIGN TO "PURORD.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsPoStatus.

           SELECT REPORT-PRINT-FILE ASSIGN TO "REORDRPT.PRT"
               ORGANIZATION LINE SEQUENTIAL.

           FD ITEM-MASTER.
           COPY ITEMMAST.

           FD PURCHASE-ORDER-FILE.
           COPY PURORD.

           FD REPORT-PRINT-FILE.
           01 REPORT-PRINT-REC PIC X(80).

           WORKING-STORAGE SECTION.
           01 wsEOF pic X value "N".
           01 wsImStatus pic X(2).
           01 wsPoStatus pic X(2).
           01 wsPoEOF pic X.
           01 wsOnOrder pic S9(7).
           01 wsSuggested pic X.
           01 wsSuggestQty pic S9(7).
           01 wsSuggestCount pic 9(4) value 0.
           01 wsToday pic 9(8).

           01 wsShortfall pic S9(7).
           01 wsShortCount pic 9(4) value 0.
           01 dispOnhand pic ZZZ,ZZ9-.
           01 dispReorder pic ZZZ,ZZ9.
           01 dispShortfall pic ZZZ,ZZ9-.
           01 dispOnOrder pic ZZZ,ZZ9.
           01 dispSuggest pic X(7).
           01 dispCount pic Z,ZZ9.

           COPY RPTHDR.
           perform PRINT-REPORT-HEADER
           MOVE SPACES TO wsRptColHead
           STRING "ITEM    DESCRIPTION           ON HAND"
               "  REORDER  SHORT BY  ON ORDER  SUGGEST"
               DELIMITED BY SIZE INTO wsRptColHead
           perform OPEN-REPORT-PRINT
           display "ITEM    DESCRIPTION           ON HAND"
               "  REORDER  SHORT BY  ON ORDER  SUGGEST"
           MOVE FUNCTION CURRENT-DATE(1:8) TO wsToday

           MOVE LOW-VALUES TO IM-ITEM.
           START ITEM-MASTER KEY NOT < IM-ITEM
           STRING "ITEMS AT OR UNDER REORDER POINT: " dispCount
               DELIMITED BY SIZE INTO wsRptLine.
           perform WRITE-REPORT-LINE.
           MOVE wsSuggestCount TO dispCount.
           display "Purchase order lines suggested: " dispCount.
           MOVE SPACES TO wsRptLine.
           STRING "PURCHASE ORDER LINES SUGGESTED:  " dispCount
               DELIMITED BY SIZE INTO wsRptLine.
           perform WRITE-REPORT-LINE.
           perform CLOSE-REPORT-PRINT.
           perform PRINT-REPORT-FOOTER.

           MOVE IM-ONHAND TO dispOnhand
           MOVE IM-REORDER TO dispReorder
           MOVE wsShortfall TO dispShortfall
           perform SUGGEST-PURCHASE-ORDER
           MOVE wsOnOrder TO dispOnOrder
           display IM-ITEM "  " IM-DESC "  " dispOnhand
               "  " dispReorder "  " dispShortfall
               "   " dispOnOrder "  " dispSuggest
           MOVE SPACES TO wsRptLine
           STRING IM-ITEM "  " IM-DESC "  " dispOnhand
               "  " dispReorder "  " dispShortfall
               "   " dispOnOrder "  " dispSuggest
               DELIMITED BY SIZE INTO wsRptLine
           perform WRITE-REPORT-LINE.

      *> What is on order is the unreceived balance of every open
      *> line for the item; a suggestion still waiting on the buyer
      *> blocks another so the nightly run does not stack them.
       SUGGEST-PURCHASE-ORDER.
           MOVE 0 TO wsOnOrder
           MOVE "N" TO wsSuggested
           MOVE SPACES TO dispSuggest
           MOVE "N" TO wsPoEOF
           OPEN INPUT PURCHASE-ORDER-FILE
           IF wsPoStatus NOT = "00"
               MOVE "Y" TO wsPoEOF
           END-IF
           PERFORM UNTIL wsPoEOF = "Y"
               READ PURCHASE-ORDER-FILE
                   AT END
                       MOVE "Y" TO wsPoEOF
                   NOT AT END
                       IF PO-ITEM = IM-ITEM
                           IF PO-IS-SUGGESTED
                               MOVE "Y" TO wsSuggested
                           END-IF
                           IF PO-IS-OPEN AND PO-QTY > PO-RECEIVED
                               COMPUTE wsOnOrder = wsOnOrder
                                   + PO-QTY - PO-RECEIVED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF wsPoStatus = "00" OR wsPoStatus = "10"
               CLOSE PURCHASE-ORDER-FILE
           END-IF

           IF wsSuggested = "Y"
               MOVE "PENDING" TO dispSuggest
               EXIT PARAGRAPH
           END-IF
           COMPUTE wsSuggestQty =
               IM-REORDER * 2 - IM-ONHAND - wsOnOrder
           IF IM-ONHAND + wsOnOrder > IM-REORDER
               OR wsSuggestQty < 1
               EXIT PARAGRAPH
           END-IF

           IF IM-SUPNO NOT NUMERIC
               MOVE 0 TO IM-SUPNO
           END-IF
           OPEN EXTEND PURCHASE-ORDER-FILE
           IF wsPoStatus = "35"
               OPEN OUTPUT PURCHASE-ORDER-FILE
               CLOSE PURCHASE-ORDER-FILE
               OPEN EXTEND PURCHASE-ORDER-FILE
           END-IF
           MOVE 0 TO PO-PONUM
           MOVE 0 TO PO-LINE
           MOVE IM-SUPNO TO PO-SUPNO
           MOVE IM-ITEM TO PO-ITEM
           MOVE wsSuggestQty TO PO-QTY
           MOVE 0 TO PO-UCOST
           MOVE wsToday TO PO-ORDDATE
           MOVE 0 TO PO-EXPDATE
           MOVE 0 TO PO-RECEIVED
           SET PO-IS-SUGGESTED TO TRUE
           WRITE PURCHASE-ORDER-REC
           CLOSE PURCHASE-ORDER-FILE
           ADD 1 TO wsSuggestCount
           MOVE wsSuggestQty TO dispOnOrder
           MOVE dispOnOrder TO dispSuggest.
