      *> Working storage for the branch on-hand lookup in
      *> BRSTKPR.cpy. The caller declares BRANCH-STOCK assigned to
      *> "BRSTOCK.DAT" (INDEXED, ACCESS DYNAMIC, RECORD KEY BK-KEY)
      *> with FILE STATUS wsBkStatus and FD BRSTOCK, has the item's
      *> ITEM-MASTER-REC current, sets wsBkItem and wsBkBranch, and
      *> PERFORMs GET-BRANCH-ONHAND; what the branch holds comes
      *> back in wsBkOnhand. BRANCH-STOCK-REC is left undefined.
       01 wsBkStatus PIC X(2).
       01 wsBkItem PIC X(6).
       01 wsBkBranch PIC X(4).
       01 wsBkOnhand PIC S9(7).
       01 wsBkScanEOF PIC X.
