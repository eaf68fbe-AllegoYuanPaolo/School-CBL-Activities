      *> Branch on-hand lookup (working storage in BRSTKWS.cpy). A
      *> branch's stock is its own row, none when it has no row.
      *> Head office's is the remainder: the company-wide IM-ONHAND
      *> less every branch's row and everything on the road to any
      *> destination, head office included.
       GET-BRANCH-ONHAND.
           MOVE 0 TO wsBkOnhand
           IF wsBkBranch NOT = SPACES
               MOVE wsBkItem TO BK-ITEM
               MOVE wsBkBranch TO BK-BRANCH
               READ BRANCH-STOCK
                   NOT INVALID KEY
                       MOVE BK-ONHAND TO wsBkOnhand
               END-READ
               EXIT PARAGRAPH
           END-IF

           MOVE IM-ONHAND TO wsBkOnhand
           MOVE wsBkItem TO BK-ITEM
           MOVE LOW-VALUES TO BK-BRANCH
           MOVE "N" TO wsBkScanEOF
           START BRANCH-STOCK KEY NOT < BK-KEY
               INVALID KEY
                   MOVE "Y" TO wsBkScanEOF
           END-START
           PERFORM UNTIL wsBkScanEOF = "Y"
               READ BRANCH-STOCK NEXT RECORD
                   AT END
                       MOVE "Y" TO wsBkScanEOF
                   NOT AT END
                       IF BK-ITEM NOT = wsBkItem
                           MOVE "Y" TO wsBkScanEOF
                       ELSE
                           SUBTRACT BK-INTRANSIT FROM wsBkOnhand
                           IF BK-BRANCH NOT = SPACES
                               SUBTRACT BK-ONHAND FROM wsBkOnhand
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
