      *> Customer merge audit record, appended by CUSTMRG for every
      *> merge a supervisor runs: when, by whom, the absorbed code
      *> and its name, the surviving code, and what moved -- the
      *> receivable items and their open balance, the invoice
      *> register and daily-sales rows, the payment-history lines
      *> and the unapplied-cash lines re-keyed, and the dunning level
      *> the survivor was left at (zero with no dunning line). The
      *> absorbed master record points at the survivor; this is the
      *> paper behind it.
       01 CUST-MERGE-REC.
           05 MG-STAMP PIC X(14).
           05 MG-OPERATOR PIC X(8).
           05 MG-FROM PIC 9(6).
           05 MG-FROM-NAME PIC X(20).
           05 MG-INTO PIC 9(6).
           05 MG-AR-ITEMS PIC 9(5).
           05 MG-AR-OPEN PIC S9(8)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           05 MG-INVOICES PIC 9(6).
           05 MG-DAILY PIC 9(6).
           05 MG-PAYMENTS PIC 9(6).
           05 MG-UNAPPLIED PIC 9(5).
           05 MG-DUN-LEVEL PIC 9.
