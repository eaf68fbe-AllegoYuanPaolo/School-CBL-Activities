      *> straight commission); DRAWPOST advances it month by month
      *> onto the draw ledger and the payment run recovers it from
      *> commissions due, so the recovery stops living in a side
      *> ledger in the sales manager's drawer. SLM-TERRITORY holds
      *> the latest assignment only; the dated assignments behind it
      *> are on TERRHIST.DAT, and the territory reports group each
      *> sale by those.
       01 SALESMAN-MASTER-REC.
           05 SLM-SNUM PIC 9(6).
           05 SLM-SNAME PIC X(20).
