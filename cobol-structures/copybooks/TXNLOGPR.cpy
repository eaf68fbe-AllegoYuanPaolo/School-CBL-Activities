      *> Appends TRANSACTION-LOG-REC (from TXNLOG.cpy) to the shared
      *> TRANSACTION-LOG-FILE. Caller fills in TL-PROGRAM, TL-KEY-ID,
      *> TL-KEY-NAME, TL-INPUT1 thru TL-INPUT3, TL-RESULT1, TL-RESULT2
      *> and TL-OUTCOME before PERFORM LOG-TRANSACTION (and TL-CUST
      *> where the entry bills a customer); this paragraph stamps the
      *> timestamp and the MENUOPER operator and handles the file
      *> itself. TL-CUST is cleared after each write so it never
      *> carries over onto the next entry. The file
      *> is opened on the first call and stays open across the run --
      *> an open/close per record was most of the elapsed time at
      *> volume -- so the caller declares wsTlOpen ("N") and PERFORMs
              IF TL-BUSDATE IS NOT NUMERIC
                  MOVE TL-TIMESTAMP(1:8) TO TL-BUSDATE
              END-IF
              IF TL-CUST IS NOT NUMERIC
                  MOVE 0 TO TL-CUST
              END-IF
              MOVE SPACES TO TL-OPERATOR
              ACCEPT TL-OPERATOR FROM ENVIRONMENT "MENUOPER"
              WRITE TRANSACTION-LOG-REC
              MOVE 0 TO TL-CUST.

          CLOSE-TRANSACTION-LOG.
              IF wsTlOpen = "Y"
