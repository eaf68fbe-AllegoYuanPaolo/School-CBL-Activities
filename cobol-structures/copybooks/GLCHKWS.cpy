      *> Working storage for the prior-batch guard (paragraph in
      *> GLCHKPR.cpy). Every GL extract file holds one batch and is
      *> cut fresh by its writer, so a writer must not cut over a
      *> batch that has not yet reached the ledger journal. The
      *> caller declares GL-POST-FILE (GLPOST, FILE STATUS
      *> wsGlStatus), GL-BATCH-FILE (GLBATCH, FILE STATUS
      *> wsGbStatus) and GL-JOURNAL-FILE (GLJRNL, FILE STATUS
      *> wsJlStatus), PERFORMs CHECK-PRIOR-GL-BATCH before drawing a
      *> batch number, and refuses in its own words when wsPriorOpen
      *> comes back "Y". wsPriorBatch and wsPriorDate are the batch
      *> on the file and its business date, wsPriorStatus its
      *> register status (S sent, R rejected, space unregistered).
       01 wsJlStatus PIC X(2).
       01 wsPriorBatch PIC 9(4).
       01 wsPriorDate PIC 9(8).
       01 wsPriorStatus PIC X.
       01 wsPriorOpen PIC X.
       01 wsPriorLines PIC X.
       01 wsPriorEOF PIC X.
