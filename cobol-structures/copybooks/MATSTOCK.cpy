      *> Material stock: one record per MATTBL material code with the
      *> stock sheets in the rack (SHEETTBL size). MATSTK posts the
      *> sheets received; JOBCOST's material issue depletes the
      *> area drawn for a job as its share of a sheet, so a part
      *> sheet left as offcut stays counted as the fraction it is.
      *> A count run below zero means issues outran the rack and the
      *> rack wants recounting. MATSHORT sets the count against the
      *> sheets the open jobs still need.
       01 MATERIAL-STOCK-REC.
           05 MS-MATERIAL PIC X(4).
           05 MS-ONHAND PIC S9(5)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           05 MS-LAST-RECEIPT PIC 9(8).
