      *> Working storage for the dunning clear (paragraph in
      *> DUNCLRPR.cpy). The caller declares AR-LEDGER-FILE (ARLEDGER,
      *> FILE STATUS wsArStatus), DUNNING-FILE (DUNNING, FILE STATUS
      *> wsDnStatus) and DUNNING-WORK-FILE with a DUNNING-WORK-REC,
      *> copies CALWS and loads the business date, then moves the
      *> customer to wsDunCust and PERFORMs CLEAR-DUNNING-IF-CURRENT.
      *> The paragraph keeps its own end-of-file switch so it can be
      *> performed from inside the caller's own read loops.
       01 wsDnStatus PIC X(2).
       01 wsDunCust PIC 9(6).
       01 wsDunEOF PIC X.
       01 wsPastDue PIC X.
       01 wsDnFound PIC X.
       01 wsDunTodayInt PIC 9(8).
       01 wsDunAgeDays PIC S9(5).
