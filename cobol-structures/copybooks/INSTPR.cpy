      *> Installment split paragraphs (working storage in
      *> INSTWS.cpy). LOAD-INSTALLMENT-PLAN keeps the newest plan
      *> staged for instTerm; instFound is "N" when the term has
      *> none. SPLIT-ASSESSMENT spreads instBase across the plan by
      *> percent, the last installment taking the rounding, and
      *> applies instPaid to the installments oldest first, leaving
      *> each one's amount, the part paid, what is still owing, and
      *> the running total due through it.
       LOAD-INSTALLMENT-PLAN.
           MOVE "N" TO instFound
           MOVE 0 TO instCount
           MOVE "N" TO instEOF
           OPEN INPUT INSTALLMENT-PLAN-FILE
           IF wsIpStatus NOT = "00"
               MOVE "Y" TO instEOF
           END-IF
           PERFORM UNTIL instEOF = "Y"
               READ INSTALLMENT-PLAN-FILE
                   AT END
                       MOVE "Y" TO instEOF
                   NOT AT END
                       IF IP-TERM = instTerm
                           MOVE "Y" TO instFound
                           MOVE IP-COUNT TO instCount
                           PERFORM VARYING instIdx FROM 1 BY 1
                                   UNTIL instIdx > 6
                               MOVE IP-NAME(instIdx)
                                   TO instName(instIdx)
                               MOVE IP-DUE(instIdx)
                                   TO instDue(instIdx)
                               MOVE IP-PCT(instIdx)
                                   TO instPct(instIdx)
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM
           IF wsIpStatus = "00" OR wsIpStatus = "10"
               CLOSE INSTALLMENT-PLAN-FILE
           END-IF.

       SPLIT-ASSESSMENT.
           MOVE 0 TO instSplit
           MOVE 0 TO instCum
           MOVE instPaid TO instLeft
           PERFORM VARYING instIdx FROM 1 BY 1
                   UNTIL instIdx > instCount
               IF instIdx = instCount
                   COMPUTE instAmount(instIdx) =
                       instBase - instSplit
               ELSE
                   COMPUTE instAmount(instIdx) ROUNDED =
                       instBase * instPct(instIdx) / 100
               END-IF
               ADD instAmount(instIdx) TO instSplit
               ADD instAmount(instIdx) TO instCum
               MOVE instCum TO instCumDue(instIdx)
               IF instLeft >= instAmount(instIdx)
                   MOVE instAmount(instIdx) TO instApplied(instIdx)
               ELSE
                   MOVE instLeft TO instApplied(instIdx)
               END-IF
               SUBTRACT instApplied(instIdx) FROM instLeft
               COMPUTE instOwing(instIdx) =
                   instAmount(instIdx) - instApplied(instIdx)
           END-PERFORM.
