           END-IF.

      *> Rejects and backout reversals are tallied apart from the
      *> posted work: REJECT lines (and the credit-hold HOLD lines,
      *> which are explained the same way) account for a count
      *> shortfall instead of reading as silent drops, and each BKO
      *> reversal cancels the entry it reversed -- its negated
      *> amount into the money sum, and the count adjusted by what
      *> it cancelled (a SEL8 reversal's TL-INPUT3 says whether that
      *> was a counted posting or a prior reversal) -- so a night
      *> containing a forced rerun, even a repeated one, still foots
      *> on both the count and money lines.
       TALLY-SEQ7-ENTRY.
           EVALUATE TL-OUTCOME
               WHEN "SALE"
                   SUBTRACT 1 FROM seq7TxnCount
                   ADD TL-RESULT1 TO seq7LogAmt
               WHEN "REJECT"
               WHEN "HOLD"
                   ADD 1 TO seq7RejCount
           END-EVALUATE.

                   END-EVALUATE
                   ADD TL-RESULT2 TO sel8LogComm
               WHEN "REJECT"
               WHEN "HOLD"
                   ADD 1 TO sel8RejCount
           END-EVALUATE.

                   IF TL-OUTCOME = "SALE"
                       OR TL-OUTCOME = "RETURN"
                       OR TL-OUTCOME = "REJECT"
                       OR TL-OUTCOME = "HOLD"
                       CONTINUE
                   ELSE
                       EXIT PARAGRAPH
                   IF TL-OUTCOME = "COMM"
                       OR TL-OUTCOME = "COMMRET"
                       OR TL-OUTCOME = "REJECT"
                       OR TL-OUTCOME = "HOLD"
                       CONTINUE
                   ELSE
                       EXIT PARAGRAPH
