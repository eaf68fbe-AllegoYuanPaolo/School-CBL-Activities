      *> Working storage for the standard-cost lookup in COSTPR.cpy.
      *> The caller declares COST-HIST-FILE assigned to
      *> "COSTHIS.DAT" with FILE STATUS wsCsStatus and FD COSTHIS,
      *> sets wsCostItem and wsCostAsOf, then PERFORMs
      *> LOAD-ITEM-COST-HISTORY; wsCostFound says whether a dated
      *> standard cost came back in wsCostValue. A missing file or
      *> item leaves wsCostFound "N" and wsCostValue zero.
       01 wsCsStatus PIC X(2).
       01 wsCostEOF PIC X.
       01 wsCostItem PIC X(6).
       01 wsCostAsOf PIC 9(8).
       01 wsCostValue PIC 9(5)V99.
       01 wsCostFound PIC X.
       01 wsCostBestDate PIC 9(8).
