      *> Nesting paragraphs (working storage in NESTWS.cpy).
      *> Bounding rectangle per piece, converted to centimetres:
      *> circle its diameter square, trapezoid its widest base by
      *> the height, parallelogram base plus slant by height (the
      *> skew needs the extra strip), cylinder the rectangle it
      *> rolls from plus nothing -- the end caps nest as their own
      *> circle lines when the desk cuts them.
       SIZE-SHAPE-PIECE.
           MOVE SI-UNIT TO wsInUnit
           IF wsInUnit = SPACES
               MOVE "CM" TO wsInUnit
           END-IF
           perform SET-UNIT-CONVERSION
           COMPUTE wsDim1 ROUNDED = SI-DIM1 * wsUnitConv
           COMPUTE wsDim2 ROUNDED = SI-DIM2 * wsUnitConv
           COMPUTE wsDim3 ROUNDED = SI-DIM3 * wsUnitConv

           EVALUATE TRUE
               WHEN SI-CIRCLE
                   MOVE wsDim1 TO wsPieceW
                   MOVE wsDim1 TO wsPieceL
               WHEN SI-RECTANGLE
                   MOVE wsDim1 TO wsPieceW
                   MOVE wsDim2 TO wsPieceL
               WHEN SI-TRIANGLE
                   MOVE wsDim1 TO wsPieceW
                   MOVE wsDim2 TO wsPieceL
               WHEN SI-TRAPEZOID
                   IF wsDim1 > wsDim2
                       MOVE wsDim1 TO wsPieceW
                   ELSE
                       MOVE wsDim2 TO wsPieceW
                   END-IF
                   MOVE wsDim3 TO wsPieceL
               WHEN SI-PARALLELOGRAM
                   COMPUTE wsPieceW = wsDim1 + wsDim3
                   MOVE wsDim2 TO wsPieceL
               WHEN SI-CYLINDER
                   COMPUTE wsPieceW ROUNDED =
                       2 * FUNCTION PI * wsDim1
                   MOVE wsDim2 TO wsPieceL
           END-EVALUATE

           COMPUTE wsPieceArea ROUNDED = wsPieceW * wsPieceL.

       LOOKUP-SHEET-SIZE.
           MOVE "N" TO wsSheetKnown
           PERFORM VARYING ssIdx FROM 1 BY 1
                   UNTIL ssIdx > 5
                       OR wsNestMaterial = SS-CODE(ssIdx)
           END-PERFORM
           IF ssIdx <= 5
               MOVE "Y" TO wsSheetKnown
               MOVE SS-WIDTH(ssIdx) TO wsSheetW
               MOVE SS-LENGTH(ssIdx) TO wsSheetL
               COMPUTE wsSheetArea = wsSheetW * wsSheetL
           END-IF.

      *> Whole pieces per sheet in each orientation, guillotine
      *> style; the better orientation wins.
       FIT-PIECE-ON-SHEET.
           MOVE 0 TO wsPerSheet
           IF wsPieceW <= wsSheetW AND wsPieceL <= wsSheetL
               COMPUTE wsFit1 = wsSheetW / wsPieceW
               COMPUTE wsFit2 = wsSheetL / wsPieceL
               COMPUTE wsFitA = wsFit1 * wsFit2
               IF wsFitA > wsPerSheet
                   MOVE wsFitA TO wsPerSheet
               END-IF
           END-IF
           IF wsPieceL <= wsSheetW AND wsPieceW <= wsSheetL
               COMPUTE wsFit1 = wsSheetW / wsPieceL
               COMPUTE wsFit2 = wsSheetL / wsPieceW
               COMPUTE wsFitB = wsFit1 * wsFit2
               IF wsFitB > wsPerSheet
                   MOVE wsFitB TO wsPerSheet
               END-IF
           END-IF.
