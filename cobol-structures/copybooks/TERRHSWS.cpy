      *> Working storage for the territory lookup in TERRHSPR.cpy.
      *> The caller declares TERR-HIST-FILE assigned to
      *> "TERRHIST.DAT" with FILE STATUS wsThStatus and FD TERRHIST,
      *> sets wsThSNum and wsThAsOf (the date of the sale), loads
      *> wsThTerritory with the territory to fall back on -- the
      *> master's SLM-TERRITORY -- and PERFORMs
      *> LOOKUP-SALESMAN-TERRITORY; wsThFound says whether the
      *> history answered. A missing file or a salesman with no
      *> history keeps the fallback, which is how the reports
      *> grouped before the history existed.
       01 wsThStatus PIC X(2).
       01 wsThEOF PIC X.
       01 wsThSNum PIC 9(6).
       01 wsThAsOf PIC 9(8).
       01 wsThTerritory PIC X(10).
       01 wsThFound PIC X.
       01 wsThBestDate PIC 9(8).
       01 wsThFirstDate PIC 9(8).
       01 wsThFirstPrior PIC X(10).
