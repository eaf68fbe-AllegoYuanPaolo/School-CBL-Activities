      *> Ledger journal, one line per detail line GLAPPLY has
      *> applied to the balances, carrying the batch it came in on,
      *> the extract's source, and the month it went to. A batch
      *> number already on the journal is never applied twice, and
      *> the account activity listing in GLTB reads its lines from
      *> here.
       01 GL-JOURNAL-REC.
           05 JL-BATCHNO PIC 9(4).
           05 JL-SOURCE PIC X(8).
           05 JL-PERIOD PIC 9(6).
           05 JL-BUSDATE PIC 9(8).
           05 JL-ACCOUNT PIC X(8).
           05 JL-DRCR PIC X.
               88 JL-IS-DEBIT VALUE "D".
               88 JL-IS-CREDIT VALUE "C".
           05 JL-SNUM PIC 9(6).
           05 JL-AMOUNT PIC S9(9)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           05 JL-APPLIED PIC X(14).
