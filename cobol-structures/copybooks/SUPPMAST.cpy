      *> Supplier master, one record per supplier, keyed on SP-SUPNO
      *> the way CUSTMAST is keyed on the customer. SUPMAINT keeps
      *> it; an item names its usual supplier in IM-SUPNO, which is
      *> who REORDRPT's suggested purchase orders go to, and every
      *> purchase order line on PURORD.DAT carries the supplier it
      *> was placed with. A supplier no longer used is deactivated,
      *> never deleted, so the order history still names them.
       01 SUPPLIER-MASTER-REC.
           05 SP-SUPNO PIC 9(6).
           05 SP-NAME PIC X(20).
           05 SP-ADDRESS PIC X(30).
           05 SP-ACTIVE PIC X.
               88 SP-IS-ACTIVE VALUE "Y".
               88 SP-IS-INACTIVE VALUE "N".
