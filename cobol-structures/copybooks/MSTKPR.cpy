      *> Material stock paragraphs (working storage in MSTKWS.cpy).
       LOAD-MATERIAL-STOCK.
           PERFORM VARYING msIdx FROM 1 BY 1 UNTIL msIdx > 5
               MOVE MT-CODE(msIdx) TO msMaterial(msIdx)
               MOVE 0 TO msOnHand(msIdx)
               MOVE 0 TO msLastReceipt(msIdx)
           END-PERFORM
           MOVE "N" TO wsMsEOF
           OPEN INPUT MATERIAL-STOCK-FILE
           IF wsMsStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL wsMsEOF = "Y"
               READ MATERIAL-STOCK-FILE
                   AT END
                       MOVE "Y" TO wsMsEOF
                   NOT AT END
                       PERFORM VARYING msIdx FROM 1 BY 1
                               UNTIL msIdx > 5
                                   OR msMaterial(msIdx) = MS-MATERIAL
                       END-PERFORM
                       IF msIdx <= 5
                           MOVE MS-ONHAND TO msOnHand(msIdx)
                           MOVE MS-LAST-RECEIPT
                               TO msLastReceipt(msIdx)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MATERIAL-STOCK-FILE.

       FIND-MATERIAL-STOCK.
           PERFORM VARYING msIdx FROM 1 BY 1
                   UNTIL msIdx > 5
                       OR msMaterial(msIdx) = wsMaterialCode
           END-PERFORM.

       SAVE-MATERIAL-STOCK.
           OPEN OUTPUT MATERIAL-STOCK-FILE
           PERFORM VARYING msIdx FROM 1 BY 1 UNTIL msIdx > 5
               MOVE msMaterial(msIdx) TO MS-MATERIAL
               MOVE msOnHand(msIdx) TO MS-ONHAND
               MOVE msLastReceipt(msIdx) TO MS-LAST-RECEIPT
               WRITE MATERIAL-STOCK-REC
           END-PERFORM
           CLOSE MATERIAL-STOCK-FILE.
