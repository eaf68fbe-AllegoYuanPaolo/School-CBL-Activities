
      *> One pass over the fee table keeps the newest in-force line
      *> per code -- the per-unit rate in its own slot, each fixed
      *> fee in the table the forms itemize from. The late-payment
      *> surcharge is LATERUN's, charged only when a student falls
      *> behind, so it is passed over here.
       LOAD-FEE-TABLE.
           MOVE "N" TO wsEOF
           OPEN INPUT FEE-TABLE-FILE
           MOVE "N" TO wsEOF.

       KEEP-ONE-FEE.
           IF FE-IS-SURCHARGE
               EXIT PARAGRAPH
           END-IF
           IF FE-IS-UNIT
               IF FE-EFFDATE >= wsUnitRateDate
                   MOVE FE-EFFDATE TO wsUnitRateDate
           MOVE wsDiscount TO TA-DISCOUNT
           MOVE wsTotal TO TA-TOTAL
           MOVE 0 TO TA-PAID
           MOVE wsUnitRate TO TA-RATE
           WRITE ASSESSMENT-REC
           ADD 1 TO wsAssessed

