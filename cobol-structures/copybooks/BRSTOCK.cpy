      *> Branch stock, one record per item per branch, keyed on the
      *> item and the branch code together (BRINTAKE's ST-BRANCH).
      *> IM-ONHAND on the item master stays the company-wide
      *> position; this file says where it is. BK-ONHAND is what
      *> the branch holds -- SEQ7 depletes it by the branch's sales
      *> and restores its returns, RECEIVE posts arrivals named to
      *> the branch, STKXFER moves stock between branches. Head
      *> office (branch spaces) keeps no on-hand figure of its own:
      *> its stock is whatever of IM-ONHAND is neither at a branch
      *> nor on the road, so every unit on file before stock was
      *> tracked by branch is simply at head office (GET-BRANCH-
      *> ONHAND in BRSTKPR works it out). BK-INTRANSIT is stock
      *> shipped to this branch by a transfer not yet confirmed
      *> received; it is still the company's, so it stays in
      *> IM-ONHAND but is on no branch's shelf. A head-office row
      *> exists only to carry its in-transit figure.
       01 BRANCH-STOCK-REC.
           05 BK-KEY.
               10 BK-ITEM PIC X(6).
               10 BK-BRANCH PIC X(4).
           05 BK-ONHAND PIC S9(6)
               SIGN IS LEADING SEPARATE CHARACTER.
           05 BK-INTRANSIT PIC 9(6).
