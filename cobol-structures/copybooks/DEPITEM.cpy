      *> One collection inside a deposit, so every slip traces back
      *> to what was banked. An official receipt carries its OR
      *> number, the student, and the term; an AR payment carries
      *> its line number on ARPAYHIS.DAT (the history is only ever
      *> appended to, so the line number names the payment for
      *> good), the customer, and the invoice. DEPBUILD reads these
      *> back to leave out anything already deposited.
       01 DEPOSIT-ITEM-REC.
           05 DI-DEPNO PIC 9(6).
           05 DI-SOURCE PIC X(2).
               88 DI-IS-RECEIPT VALUE "OR".
               88 DI-IS-AR-PAYMENT VALUE "AR".
           05 DI-REF PIC 9(6).
           05 DI-DATE PIC 9(8).
           05 DI-PARTY PIC 9(6).
           05 DI-DOC PIC X(6).
           05 DI-AMOUNT PIC S9(7)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           05 DI-TAKEN-BY PIC X(8).
