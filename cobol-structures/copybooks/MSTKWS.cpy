      *> Working storage for the material stock paragraphs in
      *> MSTKPR.cpy. The caller declares MATERIAL-STOCK-FILE assigned
      *> to "MATSTOCK.DAT" with FILE STATUS wsMsStatus and FD
      *> MATSTOCK, and copies MATTBL. LOAD-MATERIAL-STOCK fills the
      *> table one row per MATTBL material, in MATTBL order, with
      *> what is on file (zero for a material never received);
      *> FIND-MATERIAL-STOCK takes wsMaterialCode and sets msIdx to
      *> its row (above 5 when unknown); SAVE-MATERIAL-STOCK writes
      *> the table back over the file.
       01 wsMsStatus PIC X(2).
       01 wsMsEOF PIC X.
       01 msIdx PIC 9(2).
       01 MATERIAL-STOCK-TABLE.
           05 MATERIAL-STOCK-ENTRY OCCURS 5 TIMES.
               10 msMaterial PIC X(4).
               10 msOnHand PIC S9(5)V99.
               10 msLastReceipt PIC 9(8).
