      *> never reuses one. The register is what INVPRINT reprints
      *> from when the buyer's copy goes missing; a credit memo
      *> carries the original invoice's number in IV-ORIG-INV.
      *> IV-BASIS is how the line was priced -- C customer contract,
      *> Q quantity break, L list (spaces on documents cut before
      *> the basis was kept, which were all list) -- and
      *> IV-LIST-PRICE the list price in force beside it, so
      *> DISCRPT can show what each customer was given off list.
      *> A J basis is a finished fabrication job billed from
      *> JOBCOST: one line, IV-DESC naming the job and its quote,
      *> the whole price in IV-AMOUNT and no unit price or list.
       01 INVOICE-REC.
           05 IV-INVNO PIC 9(6).
           05 IV-TYPE PIC X.
           05 IV-TAX PIC S9(5)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           05 IV-ORIG-INV PIC 9(6).
           05 IV-BASIS PIC X.
               88 IV-AT-CONTRACT VALUE "C".
               88 IV-AT-BREAK VALUE "Q".
               88 IV-AT-LIST VALUE "L" " ".
               88 IV-AT-JOB VALUE "J".
           05 IV-LIST-PRICE PIC 9(3).
