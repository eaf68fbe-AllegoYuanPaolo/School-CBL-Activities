      *> sale amount so the period tax summary can total taxable
      *> sales and tax without reconstructing either; it goes
      *> negative on a return, the tax credited back.
      *> DS-CUST is the customer billed and DS-TAX-JUR the
      *> jurisdiction the tax was charged in (spaces where the
      *> SALESTAX rate applied, and on older rows). An exempt line
      *> carries the certificate that exempted it in DS-TAX-CERT,
      *> with the expiry it had on file at the time of sale in
      *> DS-CERT-EXPIRY, so TAXSUM can total by jurisdiction and
      *> EXMPTRPT can justify every untaxed line.
       01 DAILY-SALES-REC.
           05 DS-RUNDATE PIC 9(8).
           05 DS-SNAME PIC X(20).
           05 DS-ITEM PIC X(6).
           05 DS-UNITS PIC 9(3).
           05 DS-BRANCH PIC X(4).
           05 DS-CUST PIC 9(6).
           05 DS-TAX-JUR PIC X(4).
           05 DS-TAX-CERT PIC X(12).
           05 DS-CERT-EXPIRY PIC 9(8).
