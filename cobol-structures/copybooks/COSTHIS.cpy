      *> Item standard cost history: item, the date the cost takes
      *> effect, and the standard unit cost, dated the same way
      *> PRICEHIS dates the selling price. ITMMAINT appends a line
      *> whenever a standard cost is set; the margin report costs
      *> each sale at the standard in force on its business day, so
      *> a cost change never restates a month already reported.
      *> Lines are appended, never changed in place.
       01 COST-HIST-REC.
           05 CS-ITEM PIC X(6).
           05 CS-EFFDATE PIC 9(8).
           05 CS-UCOST PIC 9(5)V99.
