      *> Grading scheme paragraphs (working storage in GRDSCHWS.cpy).
      *> The default scheme is staged on the parameter file as
      *> WTPRELIM, WTMIDTERM, WTFINALS and PASSCUT; unstaged, it is
      *> the straight average of three passing at 75. A subject on
      *> the master with no weights of its own (all three zero, or
      *> a record from before the weights were carried) grades by
      *> the default, and one with no passing mark of its own passes
      *> at the default mark. schOwn says which weights were used.
       LOAD-DEFAULT-SCHEME.
           MOVE "PASSCUT" TO wsParmName
           PERFORM LOAD-ONE-PARAMETER
           IF wsParmFound = "Y"
               MOVE wsParmValue TO schDefPassMark
           END-IF
           MOVE "WTPRELIM" TO wsParmName
           PERFORM LOAD-ONE-PARAMETER
           IF wsParmFound = "Y"
               MOVE wsParmValue TO schPrelimWt
           ELSE
               MOVE schDefPrelimWt TO schPrelimWt
           END-IF
           MOVE "WTMIDTERM" TO wsParmName
           PERFORM LOAD-ONE-PARAMETER
           IF wsParmFound = "Y"
               MOVE wsParmValue TO schMidtermWt
           ELSE
               MOVE schDefMidtermWt TO schMidtermWt
           END-IF
           MOVE "WTFINALS" TO wsParmName
           PERFORM LOAD-ONE-PARAMETER
           IF wsParmFound = "Y"
               MOVE wsParmValue TO schFinalsWt
           ELSE
               MOVE schDefFinalsWt TO schFinalsWt
           END-IF
           IF schPrelimWt + schMidtermWt + schFinalsWt > 0
               MOVE schPrelimWt TO schDefPrelimWt
               MOVE schMidtermWt TO schDefMidtermWt
               MOVE schFinalsWt TO schDefFinalsWt
           END-IF
           PERFORM USE-DEFAULT-SCHEME.

       USE-DEFAULT-SCHEME.
           MOVE schDefPrelimWt TO schPrelimWt
           MOVE schDefMidtermWt TO schMidtermWt
           MOVE schDefFinalsWt TO schFinalsWt
           MOVE schDefPassMark TO schPassMark
           MOVE "N" TO schOwn.

       FILL-SCHEME-DEFAULTS.
           MOVE "Y" TO schOwn
           IF schPrelimWt IS NOT NUMERIC
               OR schMidtermWt IS NOT NUMERIC
               OR schFinalsWt IS NOT NUMERIC
               MOVE 0 TO schPrelimWt
               MOVE 0 TO schMidtermWt
               MOVE 0 TO schFinalsWt
           END-IF
           IF schPrelimWt + schMidtermWt + schFinalsWt = 0
               MOVE schDefPrelimWt TO schPrelimWt
               MOVE schDefMidtermWt TO schMidtermWt
               MOVE schDefFinalsWt TO schFinalsWt
               MOVE "N" TO schOwn
           END-IF
           IF schPassMark IS NOT NUMERIC
               MOVE 0 TO schPassMark
           END-IF
           IF schPassMark = 0
               MOVE schDefPassMark TO schPassMark
           END-IF.

       COMPUTE-SCHEME-AVERAGE.
           COMPUTE schWtTotal =
               schPrelimWt + schMidtermWt + schFinalsWt
           COMPUTE schAve = (schPrelim * schPrelimWt
               + schMidterm * schMidtermWt
               + schFinals * schFinalsWt) / schWtTotal.
