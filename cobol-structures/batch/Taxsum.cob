      *> the accountant used to reconstruct from DAILY.DAT by hand
      *> every filing period. Rows posted before the tax field
      *> existed carry no tax and are totalled as tax of zero.
      *> The same figures are then broken down by the jurisdiction
      *> each line was taxed in (SALESTAX for lines taxed at the
      *> general rate, older rows among them), and exempt sales --
      *> lines a customer's exemption certificate kept untaxed --
      *> are totalled on their own.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXSUM.

           01 taxCredited pic 9(9)v99 value 0.
           01 netTaxDue pic S9(9)v99.
           01 wsLineCount pic 9(6) value 0.
           01 exemptSales pic S9(9) value 0.
           01 wsLineJur pic X(4).

           01 wsJurMax pic 9(3) value 50.
           01 wsJurCount pic 9(3) value 0.
           01 jurIdx pic 9(3).
           01 wsJurTable.
               05 wsJurEntry OCCURS 50 TIMES.
                   10 jurCode pic X(4).
                   10 jurTaxable pic 9(9).
                   10 jurReturned pic 9(9).
                   10 jurCharged pic 9(9)v99.
                   10 jurCredited pic 9(9)v99.
           01 wsJurNet pic S9(9)v99.
           01 dispJur pic X(8).
           01 dispExempt pic ZZZ,ZZZ,ZZ9-.
           01 dispTaxCred pic Z,ZZZ,ZZ9.99.

           01 dispSales pic ZZZ,ZZZ,ZZ9.
           01 dispTax pic Z,ZZZ,ZZ9.99.
           display "Tax credited back: " dispTax.
           MOVE netTaxDue TO dispNetTax.
           display "Net tax due:       " dispNetTax.
           MOVE exemptSales TO dispExempt.
           display "Exempt sales:      " dispExempt.

           display " ".
           display "JURIS   TAXABLE SALES    TAX CHARGED"
               "   TAX CREDITED        NET TAX".
           PERFORM VARYING jurIdx FROM 1 BY 1
                   UNTIL jurIdx > wsJurCount
               IF jurCode(jurIdx) = SPACES
                   MOVE "SALESTAX" TO dispJur
               ELSE
                   MOVE jurCode(jurIdx) TO dispJur
               END-IF
               COMPUTE wsJurNet =
                   jurCharged(jurIdx) - jurCredited(jurIdx)
               MOVE jurTaxable(jurIdx) TO dispSales
               MOVE jurCharged(jurIdx) TO dispTax
               MOVE jurCredited(jurIdx) TO dispTaxCred
               MOVE wsJurNet TO dispNetTax
               display dispJur "  " dispSales "   " dispTax
                   "   " dispTaxCred "  " dispNetTax
           END-PERFORM.

           perform PRINT-REPORT-FOOTER.

           COPY NUMCHKPR.
           COPY RPTHDRPR.

      *> An exempt line is not taxable, so it counts toward exempt
      *> sales only; a row cut before the certificate field
      *> existed reads as not exempt.
       TOTAL-ONE-LINE.
           ADD 1 TO wsLineCount
           IF DS-TAX IS NUMERIC
           ELSE
               MOVE 0 TO wsLineTax
           END-IF
           IF DS-CERT-EXPIRY IS NUMERIC
               AND DS-TAX-CERT NOT = SPACES
               ADD DS-TSALE TO exemptSales
               EXIT PARAGRAPH
           END-IF
           IF DS-CERT-EXPIRY IS NUMERIC
               MOVE DS-TAX-JUR TO wsLineJur
           ELSE
               MOVE SPACES TO wsLineJur
           END-IF
           perform FIND-JURISDICTION-ENTRY
           IF DS-TSALE < 0
               SUBTRACT DS-TSALE FROM returnedSales
               SUBTRACT wsLineTax FROM taxCredited
               IF jurIdx > 0
                   SUBTRACT DS-TSALE FROM jurReturned(jurIdx)
                   SUBTRACT wsLineTax FROM jurCredited(jurIdx)
               END-IF
           ELSE
               ADD DS-TSALE TO taxableSales
               ADD wsLineTax TO taxCharged
               IF jurIdx > 0
                   ADD DS-TSALE TO jurTaxable(jurIdx)
                   ADD wsLineTax TO jurCharged(jurIdx)
               END-IF
           END-IF.

      *> Leaves jurIdx on the line's jurisdiction, adding it to the
      *> table the first time it turns up; zero once the table is
      *> full, and the line then counts in the totals alone.
       FIND-JURISDICTION-ENTRY.
           PERFORM VARYING jurIdx FROM 1 BY 1
                   UNTIL jurIdx > wsJurCount
               IF jurCode(jurIdx) = wsLineJur
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF wsJurCount < wsJurMax
               ADD 1 TO wsJurCount
               MOVE wsJurCount TO jurIdx
               MOVE wsLineJur TO jurCode(jurIdx)
               MOVE 0 TO jurTaxable(jurIdx)
               MOVE 0 TO jurReturned(jurIdx)
               MOVE 0 TO jurCharged(jurIdx)
               MOVE 0 TO jurCredited(jurIdx)
           ELSE
               MOVE 0 TO jurIdx
           END-IF.
