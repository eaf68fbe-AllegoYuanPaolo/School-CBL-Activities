      *> acknowledgment file; anything still sitting at "sent" after
      *> the staged number of days is what the open-batches report
      *> chases. A rejected batch keeps its reason so the re-extract
      *> conversation starts with why. Only a batch posted here is
      *> applied to our own ledger by GLAPPLY.
       01 GL-BATCH-REC.
           05 GB-BATCHNO PIC 9(4).
           05 GB-SOURCE PIC X(8).
