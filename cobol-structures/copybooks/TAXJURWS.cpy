      *> Working storage for the jurisdiction lookups in
      *> TAXJURPR.cpy. The caller declares TAX-RATE-FILE assigned
      *> to "TAXRATE.DAT" with FILE STATUS wsTrStatus and FD
      *> TAXRATE, and TAX-BRANCH-FILE assigned to "TAXBRCH.DAT"
      *> with FILE STATUS wsTbStatus and FD TAXBRCH.
      *> LOAD-JURISDICTION-RATE takes wsTjJur and wsTjAsOf and
      *> returns the rate in force in wsTjRate, wsTjFound saying
      *> whether one was on file; LOOKUP-BRANCH-JURISDICTION takes
      *> wsTjBranch and returns its jurisdiction in wsTjJur
      *> (spaces when the branch has none).
       01 wsTrStatus PIC X(2).
       01 wsTbStatus PIC X(2).
       01 wsTjEOF PIC X.
       01 wsTjJur PIC X(4).
       01 wsTjBranch PIC X(4).
       01 wsTjAsOf PIC 9(8).
       01 wsTjRate PIC 9(3)V99.
       01 wsTjFound PIC X.
       01 wsTjBestDate PIC 9(8).
