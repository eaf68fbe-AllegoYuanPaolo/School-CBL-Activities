      *> Best-price lookup (working storage in BESTPRWS.cpy). A
      *> customer's contract for the item, in force on the as-of
      *> date, comes first; failing that, the highest quantity
      *> break the ordered units reach; failing that, list. Neither
      *> a contract nor a break is ever allowed to charge more than
      *> list -- a list price cut below an old agreement passes
      *> straight to the customer, on the list basis.
       SELECT-BEST-PRICE.
           MOVE wsBestList TO wsBestPrice
           MOVE "L" TO wsBestBasis

           MOVE "N" TO wsBestFound
           MOVE 0 TO wsBestFrom
           MOVE "N" TO wsBestEOF
           OPEN INPUT CUST-PRICE-FILE
           IF wsCpStatus NOT = "00"
               MOVE "Y" TO wsBestEOF
           END-IF
           PERFORM UNTIL wsBestEOF = "Y"
               READ CUST-PRICE-FILE
                   AT END
                       MOVE "Y" TO wsBestEOF
                   NOT AT END
                       IF CP-CUST = wsBestCust
                           AND CP-ITEM = wsBestItem
                           AND CP-FROM <= wsBestAsOf
                           AND (CP-TO = 0 OR CP-TO >= wsBestAsOf)
                           AND CP-FROM >= wsBestFrom
                           MOVE CP-FROM TO wsBestFrom
                           MOVE CP-PRICE TO wsBestPrice
                           MOVE "Y" TO wsBestFound
                       END-IF
               END-READ
           END-PERFORM
           IF wsCpStatus = "00" OR wsCpStatus = "10"
               CLOSE CUST-PRICE-FILE
           END-IF
           IF wsBestFound = "Y"
               IF wsBestPrice > wsBestList
                   MOVE wsBestList TO wsBestPrice
               ELSE
                   MOVE "C" TO wsBestBasis
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO wsBestMinQty
           MOVE "N" TO wsBestEOF
           OPEN INPUT QTY-BREAK-FILE
           IF wsQbStatus NOT = "00"
               MOVE "Y" TO wsBestEOF
           END-IF
           PERFORM UNTIL wsBestEOF = "Y"
               READ QTY-BREAK-FILE
                   AT END
                       MOVE "Y" TO wsBestEOF
                   NOT AT END
                       IF QB-ITEM = wsBestItem
                           AND QB-MINQTY <= wsBestQty
                           AND QB-MINQTY > wsBestMinQty
                           MOVE QB-MINQTY TO wsBestMinQty
                           IF QB-PRICE < wsBestList
                               MOVE QB-PRICE TO wsBestPrice
                               MOVE "Q" TO wsBestBasis
                           ELSE
                               MOVE wsBestList TO wsBestPrice
                               MOVE "L" TO wsBestBasis
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF wsQbStatus = "00" OR wsQbStatus = "10"
               CLOSE QTY-BREAK-FILE
           END-IF.
