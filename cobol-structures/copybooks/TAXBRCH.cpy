      *> Branch tax jurisdiction: the jurisdiction a branch's
      *> counter sales are taxed in when the customer carries none
      *> of its own (walk-in trade). One line per branch, set in
      *> TAXMAINT.
       01 TAX-BRANCH-REC.
           05 TB-BRANCH PIC X(4).
           05 TB-JUR PIC X(4).
