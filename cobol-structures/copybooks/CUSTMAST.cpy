      *> record whose customer code is not an active entry here, the
      *> same discipline it applies to unknown salesman numbers, so
      *> a dispute can always be traced to a real customer.
      *> CU-CREDIT-LIMIT caps what the customer may owe: SEQ7 adds
      *> the open balance on ARLEDGER.DAT to each new invoice and
      *> sends a line that would go over it to the credit-hold
      *> queue (CREDHOLD) instead of posting. Zero means no limit,
      *> which is how every account behaved before the limit.
      *> CU-TAX-JUR is the tax jurisdiction the customer's sales are
      *> taxed in, at that jurisdiction's rate on TAXRATE.DAT; a
      *> customer without one is taxed where the selling branch is
      *> (TAXBRCH), and failing that at the SALESTAX rate. A
      *> customer with an exemption certificate on file
      *> (CU-EXEMPT-CERT, expiring CU-EXEMPT-EXPIRY) is not taxed;
      *> EXMPTRPT lists every exempt line and flags a certificate
      *> that had run out by the day of the sale.
      *> CU-MERGED-INTO is set when CUSTMRG folds a duplicate account
      *> into the surviving code: the absorbed record stays on file,
      *> inactive, pointing at the survivor (zero, or blank on older
      *> records, for an account never merged).
       01 CUSTOMER-MASTER-REC.
           05 CU-CNUM PIC 9(6).
           05 CU-CNAME PIC X(20).
           05 CU-ACTIVE PIC X.
               88 CU-IS-ACTIVE VALUE "Y".
               88 CU-IS-INACTIVE VALUE "N".
           05 CU-CREDIT-LIMIT PIC 9(7)V99.
           05 CU-TAX-JUR PIC X(4).
           05 CU-EXEMPT-CERT PIC X(12).
           05 CU-EXEMPT-EXPIRY PIC 9(8).
           05 CU-MERGED-INTO PIC 9(6).
