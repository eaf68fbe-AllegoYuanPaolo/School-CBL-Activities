      *> validity date, the customer-ready page goes to its own
      *> QUOT<number>.PRT, and the whole quote files on QUOTES.DAT
      *> so it can be reprinted or recalled when the customer
      *> phones back. Accepted quotes become jobs in JOBCOST. Each
      *> quote says how the finished job is billed: fixed at the
      *> quoted total, or cost-plus -- actual material at the
      *> markup staged when the job closes. Each line also prices
      *> the cutting table: the shape's perimeter, converted from
      *> its unit of measure to metres, at the material's LABRTBL
      *> cut rate, plus the per-piece handling charge -- material,
      *> cutting, and handling shown separately, all three in the
      *> quote total.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUOTGEN.

           01 wsShapeOk pic X.
           COPY UNITCONV.
           COPY MATTBL.
           COPY LABRTBL.

           01 wsDim1 pic 9(6)v99.
           01 wsDim2 pic 9(6)v99.
           01 wsDim3 pic 9(6)v99.
           01 wsArea pic 9(8)v99.
           01 wsLineCost pic 9(9)v99.
           01 wsPerimeter pic 9(7)v99.
           01 wsCutLen pic 9(5)v99.
           01 wsCutCost pic 9(7)v99.
           01 wsHandling pic 9(4)v99.
           01 wsSlant pic 9(6)v99.

           01 wsCustomer pic X(20).
           01 wsPricing pic X.
           01 wsValidDays pic 9(3).
           01 wsToday pic 9(8).
           01 wsValidInt pic 9(8).
           01 wsValidDate pic 9(8).
           01 wsNextQuote pic 9(6).
           01 wsQuoteTotal pic 9(9)v99 value 0.
           01 wsMatTotal pic 9(9)v99 value 0.
           01 wsCutTotal pic 9(9)v99 value 0.
           01 wsHandTotal pic 9(9)v99 value 0.
           01 wsLineCount pic 9(3) value 0.

           01 pickQuoteNo pic 9(6).
           01 dispArea pic ZZZ,ZZ9.99.
           01 dispCost pic Z,ZZZ,ZZ9.99.
           01 dispTotal pic ZZ,ZZZ,ZZ9.99.
           01 dispCutLen pic ZZ,ZZ9.99.
           01 dispCutCost pic ZZZ,ZZ9.99.
           01 dispHandling pic Z,ZZ9.99.

           COPY NUMCHECK.
           COPY RPTHDR.
           COPY RPTHDRPR.
           COPY UNITPR.
           COPY MATPR.
           COPY LABRPR.

       GET-NEXT-QUOTE-NUMBER.
           MOVE 1 TO wsNextQuote
           end-perform
           compute wsValidDays = function numval(WS-VALID-BUFFER)

           move spaces to wsPricing
           perform until wsPricing = "F" or wsPricing = "P"
               display "Pricing -- F fixed at the quoted total,"
                   " P cost plus markup: " with no advancing
               accept wsPricing
               move function upper-case(wsPricing) to wsPricing
           end-perform

           MOVE FUNCTION CURRENT-DATE(1:8) TO wsToday
           COMPUTE wsValidInt =
               FUNCTION INTEGER-OF-DATE(wsToday) + wsValidDays
           MOVE wsValidDate TO QH-VALID
           SET QH-IS-OPEN TO TRUE
           MOVE wsQuoteTotal TO QH-TOTAL
           MOVE wsPricing TO QH-PRICING
           WRITE QUOTE-REC
           CLOSE QUOTE-FILE


      *> The same validation, unit conversion, area arithmetic, and
      *> MATTBL costing the shape programs apply, condensed to the
      *> area figure a quotation prices from, and the perimeter the
      *> cutting table prices: the shape programs' perimeters, a
      *> trapezoid taken as isosceles (its legs from the height and
      *> half the difference of the bases), and a cylinder as the
      *> rectangle it rolls from -- its end caps are cut as their
      *> own circle lines.
       QUOTE-ONE-SHAPE.
           MOVE "Y" TO wsShapeOk
           IF NOT (SI-CIRCLE OR SI-RECTANGLE OR SI-TRIANGLE
                       * (wsDim1 + wsDim2)
           END-EVALUATE

           EVALUATE TRUE
               WHEN SI-CIRCLE
                   COMPUTE wsPerimeter ROUNDED =
                       FUNCTION PI * wsDim1
               WHEN SI-RECTANGLE
                   COMPUTE wsPerimeter = 2 * (wsDim1 + wsDim2)
               WHEN SI-TRIANGLE
                   COMPUTE wsPerimeter ROUNDED = wsDim1 + wsDim2
                       + FUNCTION SQRT(wsDim1 * wsDim1
                           + wsDim2 * wsDim2)
               WHEN SI-TRAPEZOID
                   COMPUTE wsSlant ROUNDED =
                       FUNCTION SQRT(wsDim3 * wsDim3
                           + ((wsDim1 - wsDim2) / 2)
                           * ((wsDim1 - wsDim2) / 2))
                   COMPUTE wsPerimeter =
                       wsDim1 + wsDim2 + 2 * wsSlant
               WHEN SI-PARALLELOGRAM
                   COMPUTE wsPerimeter = 2 * (wsDim1 + wsDim3)
               WHEN SI-CYLINDER
                   COMPUTE wsPerimeter ROUNDED =
                       2 * (2 * FUNCTION PI * wsDim1 + wsDim2)
           END-EVALUATE
           COMPUTE wsCutLen ROUNDED = wsPerimeter / 100

           MOVE SI-MATERIAL TO wsMaterialCode
           perform LOOKUP-MATERIAL-RATE
           IF wsMaterialOk = "Y"
               MOVE 0 TO wsLineCost
           END-IF

           MOVE SI-MATERIAL TO wsLaborCode
           perform LOOKUP-LABOR-RATE
           COMPUTE wsCutCost ROUNDED = wsCutLen * wsCutRate
           MOVE wsHandlingRate TO wsHandling

           ADD wsLineCost TO wsMatTotal
           ADD wsCutCost TO wsCutTotal
           ADD wsHandling TO wsHandTotal
           COMPUTE wsQuoteTotal =
               wsQuoteTotal + wsLineCost + wsCutCost + wsHandling
           ADD 1 TO wsLineCount

           MOVE SPACES TO QUOTE-REC
           MOVE wsArea TO QD-AREA
           MOVE wsLineCost TO QD-COST
           MOVE wsMaterialOk TO QD-COSTED
           MOVE wsCutLen TO QD-CUT-LEN
           MOVE wsCutCost TO QD-CUT-COST
           MOVE wsHandling TO QD-HANDLING
           WRITE QUOTE-REC

           MOVE wsArea TO dispArea
           MOVE wsLineCost TO dispCost
           MOVE wsCutLen TO dispCutLen
           MOVE wsCutCost TO dispCutCost
           MOVE wsHandling TO dispHandling
           display "  area " dispArea "  material " dispCost
           display "  cut " dispCutLen " m  cutting " dispCutCost
               "  handling " dispHandling
           perform PRINT-QUOTE-DETAIL.

       WRITE-PRT-LINE.
           perform WRITE-PRT-LINE
           MOVE ALL "-" TO wsPrtLine
           perform WRITE-PRT-LINE
           MOVE "  SHAPE LINE             AREA    MATERIAL     CUT M"
               & "    CUTTING HANDLING" TO wsPrtLine
           perform WRITE-PRT-LINE.

       PRINT-QUOTE-DETAIL.
           MOVE SPACES TO wsPrtLine
           STRING "  " wsShapeLine " " dispArea " " dispCost " "
               dispCutLen " " dispCutCost " " dispHandling
               DELIMITED BY SIZE INTO wsPrtLine
           perform WRITE-PRT-LINE.

       PRINT-QUOTE-TOTALS.
           MOVE ALL "-" TO wsPrtLine
           perform WRITE-PRT-LINE
           MOVE wsMatTotal TO dispTotal
           STRING "  MATERIAL               " dispTotal
               DELIMITED BY SIZE INTO wsPrtLine
           perform WRITE-PRT-LINE
           MOVE wsCutTotal TO dispTotal
           STRING "  CUTTING                " dispTotal
               DELIMITED BY SIZE INTO wsPrtLine
           perform WRITE-PRT-LINE
           MOVE wsHandTotal TO dispTotal
           STRING "  HANDLING               " dispTotal
               DELIMITED BY SIZE INTO wsPrtLine
           perform WRITE-PRT-LINE
           MOVE wsQuoteTotal TO dispTotal
           MOVE SPACES TO wsPrtLine
           STRING "  TOTAL THIS QUOTATION   " dispTotal
               DELIMITED BY SIZE INTO wsPrtLine
           perform WRITE-PRT-LINE
           IF wsPricing = "P"
               MOVE "  COST PLUS -- BILLED AT ACTUAL MATERIAL PLUS"
                   & " MARKUP" TO wsPrtLine
               perform WRITE-PRT-LINE
           END-IF
           MOVE ALL "=" TO wsPrtLine
           perform WRITE-PRT-LINE.

                               ", status " QH-STATUS
                           MOVE QH-TOTAL TO dispTotal
                           display "Total " dispTotal
                           IF QH-IS-COST-PLUS
                               display "Cost plus -- billed at actual"
                                   " material plus markup"
                           END-IF
                           EVALUATE TRUE
                               WHEN QH-IS-LOST AND QH-LOST-ON-PRICE
                                   display "Lost on price, "
                                       QH-CLOSED-DATE
                               WHEN QH-IS-LOST
                                   AND QH-LOST-ON-LEAD-TIME
                                   display "Lost on lead time, "
                                       QH-CLOSED-DATE
                               WHEN QH-IS-LOST
                                   display "Lost -- went elsewhere, "
                                       QH-CLOSED-DATE
                               WHEN QH-IS-EXPIRED
                                   display "Expired unanswered, "
                                       QH-CLOSED-DATE
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM
                           MOVE QD-AREA TO dispArea
                           MOVE QD-COST TO dispCost
                           display "  " QD-SHAPE "  area "
                               dispArea "  material " dispCost
                           IF QD-CUT-COST IS NUMERIC
                               MOVE QD-CUT-LEN TO dispCutLen
                               MOVE QD-CUT-COST TO dispCutCost
                               MOVE QD-HANDLING TO dispHandling
                               display "    cut " dispCutLen
                                   " m  cutting " dispCutCost
                                   "  handling " dispHandling
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
