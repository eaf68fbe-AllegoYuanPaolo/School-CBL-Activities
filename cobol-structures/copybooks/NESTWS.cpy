      *> Working storage for the nesting paragraphs in NESTPR.cpy,
      *> shared by NESTRPT and MATSHORT so the shortage report needs
      *> the same sheets the nesting report says must be bought. The
      *> caller also copies UNITCONV and SHEETTBL (and UNITPR in the
      *> procedure division). SIZE-SHAPE-PIECE takes SHAPE-IN-REC
      *> and returns the piece's bounding rectangle in centimetres
      *> in wsPieceW / wsPieceL and its area in wsPieceArea;
      *> LOOKUP-SHEET-SIZE takes wsNestMaterial and loads the stock
      *> sheet, wsSheetKnown saying whether the material has one;
      *> FIT-PIECE-ON-SHEET returns in wsPerSheet how many such
      *> pieces one sheet yields, zero for an oversize piece.
       01 wsNestMaterial PIC X(4).
       01 ssIdx PIC 9(2).
       01 wsDim1 PIC 9(6)V99.
       01 wsDim2 PIC 9(6)V99.
       01 wsDim3 PIC 9(6)V99.
       01 wsPieceW PIC 9(6)V99.
       01 wsPieceL PIC 9(6)V99.
       01 wsPieceArea PIC 9(8)V99.
       01 wsSheetW PIC 9(4).
       01 wsSheetL PIC 9(4).
       01 wsSheetArea PIC 9(8).
       01 wsSheetKnown PIC X.
       01 wsFit1 PIC 9(4).
       01 wsFit2 PIC 9(4).
       01 wsFitA PIC 9(6).
       01 wsFitB PIC 9(6).
       01 wsPerSheet PIC 9(6).
