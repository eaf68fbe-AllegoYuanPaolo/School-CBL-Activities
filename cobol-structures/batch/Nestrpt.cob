
           COPY UNITCONV.
           COPY SHEETTBL.
           COPY NESTWS.

           01 wsFirstRec pic X value "Y".
           01 wsCurMaterial pic X(4).

           01 wsSheetFrac pic 9(6)v9(6).

           01 wsPieceCount pic 9(4) value 0.

           COPY RPTHDRPR.
           COPY UNITPR.
           COPY NESTPR.

       RELEASE-SHAPE-PIECES.
           OPEN INPUT SHAPES-IN-FILE
           IF wsSiStatus NOT = "00"
           END-IF.

       RELEASE-ONE-PIECE.
           perform SIZE-SHAPE-PIECE

           MOVE SI-MATERIAL TO NS-MATERIAL
           MOVE wsPieceW TO NS-PIECEW
               END-IF
               IF wsFirstRec = "Y"
                   OR NS-MATERIAL NOT = wsCurMaterial
                   MOVE NS-MATERIAL TO wsNestMaterial
                   PERFORM LOOKUP-SHEET-SIZE
               END-IF

               PERFORM PRINT-MATERIAL-NEST
           END-IF.

      *> The piece consumes the fraction of a sheet its best
      *> orientation leaves it.
       FIT-ONE-PIECE.
           IF wsSheetKnown = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE NS-PIECEW TO wsPieceW
           MOVE NS-PIECEL TO wsPieceL
           perform FIT-PIECE-ON-SHEET

           IF wsPerSheet = 0
               ADD 1 TO wsOversize
