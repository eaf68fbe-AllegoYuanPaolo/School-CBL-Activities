      *> Cutting-table labor rates per material, in the MATTBL table
      *> style and keyed by the same material codes: the cost per
      *> metre of cut and the handling charge per piece, each with
      *> two decimals. A quotation prices each shape's cut length
      *> (its perimeter) and its handling from here beside the
      *> MATTBL material cost, since on the cutting table it is the
      *> length cut and the pieces moved that take the time. An
      *> unknown or blank code leaves the labor unpriced.
       01 LABOR-RATE-VALUES.
           05 FILLER PIC X(14) VALUE "PLY 0012000150".
           05 FILLER PIC X(14) VALUE "STL 0045000300".
           05 FILLER PIC X(14) VALUE "ALUM0027500200".
           05 FILLER PIC X(14) VALUE "GLAS0060000450".
           05 FILLER PIC X(14) VALUE "ACRY0018000175".

       01 LABOR-RATE-TABLE REDEFINES LABOR-RATE-VALUES.
           05 LABOR-RATE-ENTRY OCCURS 5 TIMES.
               10 LR-CODE PIC X(4).
               10 LR-CUT-RATE PIC 9(3)V99.
               10 LR-HANDLING PIC 9(3)V99.

       01 wsLaborCode PIC X(4).
       01 wsCutRate PIC 9(3)V99.
       01 wsHandlingRate PIC 9(3)V99.
       01 wsLaborOk PIC X.
       01 lrIdx PIC 9(2).
