      *> Standard-cost lookup (working storage in COSTWS.cpy): the
      *> same newest-not-in-the-future scan LOAD-ITEM-PRICE-HISTORY
      *> runs over the price history, applied to the cost history.
       LOAD-ITEM-COST-HISTORY.
           MOVE "N" TO wsCostFound
           MOVE 0 TO wsCostValue
           MOVE 0 TO wsCostBestDate
           MOVE "N" TO wsCostEOF
           OPEN INPUT COST-HIST-FILE
           IF wsCsStatus NOT = "00"
               MOVE "Y" TO wsCostEOF
           END-IF
           PERFORM UNTIL wsCostEOF = "Y"
               READ COST-HIST-FILE
                   AT END
                       MOVE "Y" TO wsCostEOF
                   NOT AT END
                       IF CS-ITEM = wsCostItem
                           AND CS-EFFDATE <= wsCostAsOf
                           AND CS-EFFDATE >= wsCostBestDate
                           MOVE CS-EFFDATE TO wsCostBestDate
                           MOVE CS-UCOST TO wsCostValue
                           MOVE "Y" TO wsCostFound
                       END-IF
               END-READ
           END-PERFORM
           IF wsCsStatus = "00" OR wsCsStatus = "10"
               CLOSE COST-HIST-FILE
           END-IF.
