      *> Jurisdiction lookups (working storage in TAXJURWS.cpy).
      *> The rate is the newest not-in-the-future line for the
      *> jurisdiction, the scan LOAD-ITEM-PRICE-HISTORY runs over
      *> the price history.
       LOAD-JURISDICTION-RATE.
           MOVE "N" TO wsTjFound
           MOVE 0 TO wsTjRate
           MOVE 0 TO wsTjBestDate
           MOVE "N" TO wsTjEOF
           OPEN INPUT TAX-RATE-FILE
           IF wsTrStatus NOT = "00"
               MOVE "Y" TO wsTjEOF
           END-IF
           PERFORM UNTIL wsTjEOF = "Y"
               READ TAX-RATE-FILE
                   AT END
                       MOVE "Y" TO wsTjEOF
                   NOT AT END
                       IF TR-JUR = wsTjJur
                           AND TR-EFFDATE <= wsTjAsOf
                           AND TR-EFFDATE >= wsTjBestDate
                           MOVE TR-EFFDATE TO wsTjBestDate
                           MOVE TR-RATE TO wsTjRate
                           MOVE "Y" TO wsTjFound
                       END-IF
               END-READ
           END-PERFORM
           IF wsTrStatus = "00" OR wsTrStatus = "10"
               CLOSE TAX-RATE-FILE
           END-IF.

       LOOKUP-BRANCH-JURISDICTION.
           MOVE SPACES TO wsTjJur
           MOVE "N" TO wsTjEOF
           OPEN INPUT TAX-BRANCH-FILE
           IF wsTbStatus NOT = "00"
               MOVE "Y" TO wsTjEOF
           END-IF
           PERFORM UNTIL wsTjEOF = "Y"
               READ TAX-BRANCH-FILE
                   AT END
                       MOVE "Y" TO wsTjEOF
                   NOT AT END
                       IF TB-BRANCH = wsTjBranch
                           MOVE TB-JUR TO wsTjJur
                           MOVE "Y" TO wsTjEOF
                       END-IF
               END-READ
           END-PERFORM
           IF wsTbStatus = "00" OR wsTbStatus = "10"
               CLOSE TAX-BRANCH-FILE
           END-IF.
