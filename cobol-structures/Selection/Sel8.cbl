           SELECT PRICE-HIST-FILE ASSIGN TO "PRICEHIS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsPhStatus.
           SELECT CUST-PRICE-FILE ASSIGN TO "CUSTPRIC.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsCpStatus.
           SELECT QTY-BREAK-FILE ASSIGN TO "QTYBRK.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsQbStatus.
           SELECT GL-BATCH-FILE ASSIGN TO "GLBATCH.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsGbStatus.
           SELECT GL-JOURNAL-FILE ASSIGN TO "GLJRNL.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsJlStatus.
           SELECT GL-BATCH-CTL-FILE ASSIGN TO "GLBCTL.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsGbcStatus.
           SELECT APPLY-JOURNAL-FILE ASSIGN TO "SEL8APJ.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsApjStatus.
           SELECT CREDIT-HOLD-FILE ASSIGN TO "CREDHOLD.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsChStatus.
           SELECT BACKORDER-FILE ASSIGN TO "BACKORD.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsBoStatus.


       DATA DIVISION.
           FD PRICE-HIST-FILE.
           COPY PRICEHIS.

           FD CUST-PRICE-FILE.
           COPY CUSTPRIC.

           FD QTY-BREAK-FILE.
           COPY QTYBRK.

           FD GL-BATCH-FILE.
           COPY GLBATCH.

           FD GL-JOURNAL-FILE.
           COPY GLJRNL.

           FD GL-BATCH-CTL-FILE.
           01 GL-BATCH-CTL-REC.
               05 GC-NEXT-BATCH PIC 9(4).
               05 AJ-STATE PIC X.
               05 AJ-RECNUM PIC 9(6).

           FD CREDIT-HOLD-FILE.
           COPY CREDHOLD.

           FD BACKORDER-FILE.
           COPY BACKORD.


           WORKING-STORAGE SECTION.
           COPY COMMRATE.
           01 wsCurMonth pic 9(2).
           01 wsToday pic 9(8).
           COPY CALWS.
           COPY GLCHKWS.
           01 wsRcStatus pic X(2).
           01 wsAlStatus pic X(2).
           COPY RUNSTWS.
           01 wsCustOk pic X value "Y".
           01 wsEffPrice pic 9(3).
           COPY PRICEWS.
           COPY BESTPRWS.
           01 wsSplitMode pic X value "N".
           01 wsSplitOk pic X value "Y".
           01 wsSplitPct pic 9(3).
           01 wsApjLastState pic X.
           01 wsApjLastRec pic 9(6).
           01 wsCmAction pic X.
           01 wsChStatus pic X(2).
           01 wsChEOF pic X.
           01 wsHeldOk pic X value "Y".
           01 wsHeldCount pic 9(6) value 0.
           01 dispHeldCount pic ZZZ,ZZ9.
           01 wsBoStatus pic X(2).
           01 wsBoEOF pic X.
           01 wsBoShort pic 9(6).
           01 wsBoCount pic 9(6) value 0.
           01 dispBoCount pic ZZZ,ZZ9.

      *> The record's full output set builds as images before
      *> anything lands, so the whole of it can stage as one unit:
           01 wsOrigUnits pic 9(3).
           01 wsOrigCust pic 9(6).
           01 wsOrigItem pic X(6).
           01 wsOrigPrice pic 9(3).
           01 wsOrigBasis pic X.
           01 wsCreditedUnits pic 9(5).
           01 wsMatchMemos pic 9(3).
           01 wsOccurrence pic 9(3).
           move wsToday(5:2) to wsCurMonth
           display "Posting under business date " wsToday "."
           perform CHECK-PERIOD-CLOSED
           perform REFUSE-OVER-OPEN-BATCH
           perform CHECK-RUN-CONTROL

           move "SEL8" to wsCkProgram
                           ADD 1 TO wsRejCount
                           perform LOG-REJECT-ENTRY
                       END-IF
                       MOVE "Y" TO wsHeldOk
                       IF wsSlmOk = "Y" AND wsItmOk = "Y"
                           AND wsCustOk = "Y"
                           AND wsSplitOk = "Y" AND wsRetOk = "Y"
                           perform CHECK-CREDIT-HELD
                       END-IF
                       MOVE 0 TO wsBoShort
                       IF wsHeldOk = "Y" AND wsSlmOk = "Y"
                           AND wsItmOk = "Y" AND wsCustOk = "Y"
                           AND wsSplitOk = "Y" AND wsRetOk = "Y"
                           perform CHECK-BACKORDER-SHORT
                       END-IF
                       IF wsSlmOk = "Y" AND wsItmOk = "Y"
                           AND wsCustOk = "Y"
                           AND wsSplitOk = "Y" AND wsRetOk = "Y"
                           AND wsHeldOk = "Y"
                       MOVE ST-SNAME TO SName
                       MOVE ST-SNUMBER TO SNum
                       MOVE ST-UNITSOLD TO uSold
                       SUBTRACT wsBoShort FROM uSold
                       MOVE wsEffPrice TO uPrice
                       IF ST-IS-RETURN
                           MOVE "Y" TO wsRetFlag
               dispRetCommTotal " (" dispRetCommCount " lines)".
           MOVE wsRejCount TO dispRejCount.
           display "Records rejected: " dispRejCount.
           MOVE wsHeldCount TO dispHeldCount.
           display "On credit hold:   " dispHeldCount.
           MOVE wsBoCount TO dispBoCount.
           display "All backordered:  " dispBoCount.

           MOVE 0 TO wsCkCount.
           perform WRITE-CHECKPOINT.
           OPEN OUTPUT APPLY-JOURNAL-FILE.
           CLOSE APPLY-JOURNAL-FILE.
           MOVE wsRecNum TO wsRsReads
           COMPUTE wsRsWrites = wsRecNum - wsRejCount - wsHeldCount
               - wsBoCount
           perform WRITE-RUN-STATS
           perform MARK-RUN-COMPLETE.
           perform RELEASE-BATCH-LOCK.
           MOVE 8 TO RETURN-CODE
           STOP RUN.

      *> GLPOST.DAT holds one batch and the run cuts it fresh, so a
      *> batch from an earlier business date that has not reached
      *> the ledger journal would be lost under the new one. Today's
      *> own batch -- a resume, or the one a forced rerun replaces
      *> -- is not in the way.
       REFUSE-OVER-OPEN-BATCH.
           perform CHECK-PRIOR-GL-BATCH
           IF wsPriorOpen NOT = "Y" OR wsPriorDate = wsToday
               EXIT PARAGRAPH
           END-IF
           IF wsPriorStatus = "R"
               display "Commission batch " wsPriorBatch
                   " on GLPOST.DAT was rejected by the GL side --"
                   " settle it before another batch is cut."
           ELSE
               display "Commission batch " wsPriorBatch
                   " on GLPOST.DAT (" wsPriorDate ") is not on the"
                   " ledger journal yet -- run GLACK and GLAPPLY."
           END-IF
           display "Run refused -- nothing posted."
           perform RELEASE-BATCH-LOCK
           perform CLOSE-REPORT-PRINT
           MOVE 8 TO RETURN-CODE
           STOP RUN.

      *> Refuses a second commission run for a business date already
      *> marked complete unless the operator forces one; a forced
      *> rerun first backs today's logged commissions (and the
           MOVE wsToday TO TL-BUSDATE
           perform LOG-TRANSACTION.

      *> A line SEQ7 sent to the credit-hold queue never posted, so
      *> it earns no commission either: the hold names the business
      *> date and SALES.DAT line it came off, and any hold for this
      *> line not yet spent by a posting keeps it out. A released
      *> line earns its commission the day SEQ7 posts it.
       CHECK-CREDIT-HELD.
           MOVE "Y" TO wsHeldOk
           MOVE "N" TO wsChEOF
           OPEN INPUT CREDIT-HOLD-FILE
           IF wsChStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL wsChEOF = "Y"
               READ CREDIT-HOLD-FILE
                   AT END
                       MOVE "Y" TO wsChEOF
                   NOT AT END
                       IF CH-BUSDATE = wsToday
                           AND CH-RECNUM = wsRecNum
                           AND NOT CH-IS-POSTED
                           MOVE "N" TO wsHeldOk
                           MOVE "Y" TO wsChEOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CREDIT-HOLD-FILE
           IF wsHeldOk = "Y"
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO wsHeldCount
           display "Held: #" ST-SNUMBER " customer #" ST-CUST
               " is on credit hold -- no commission."
           MOVE "SEL8" TO TL-PROGRAM
           MOVE ST-SNUMBER TO TL-KEY-ID
           MOVE ST-SNAME TO TL-KEY-NAME
           MOVE ST-UNITSOLD TO TL-INPUT1
           MOVE 0 TO TL-INPUT2
           MOVE 0 TO TL-INPUT3
           MOVE 0 TO TL-RESULT1
           MOVE 0 TO TL-RESULT2
           MOVE "HOLD" TO TL-OUTCOME
           MOVE wsToday TO TL-BUSDATE
           perform LOG-TRANSACTION.

      *> Units SEQ7 could not ship went on the backorder file under
      *> this business date and SALES.DAT line, and earn nothing
      *> until the backorder is released and posts; a line wholly
      *> backordered is kept out like a held one.
       CHECK-BACKORDER-SHORT.
           MOVE 0 TO wsBoShort
           IF ST-IS-RETURN
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO wsBoEOF
           OPEN INPUT BACKORDER-FILE
           IF wsBoStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL wsBoEOF = "Y"
               READ BACKORDER-FILE
                   AT END
                       MOVE "Y" TO wsBoEOF
                   NOT AT END
                       IF BO-BUSDATE = wsToday
                           AND BO-RECNUM = wsRecNum
                           ADD BO-QTY TO wsBoShort
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BACKORDER-FILE
           IF wsBoShort < ST-UNITSOLD
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO wsHeldOk
           MOVE 0 TO wsBoShort
           ADD 1 TO wsBoCount
           display "Backordered: #" ST-SNUMBER " item " ST-ITEM
               " shipped nothing -- no commission."
           MOVE "SEL8" TO TL-PROGRAM
           MOVE ST-SNUMBER TO TL-KEY-ID
           MOVE ST-SNAME TO TL-KEY-NAME
           MOVE ST-UNITSOLD TO TL-INPUT1
           MOVE 0 TO TL-INPUT2
           MOVE 0 TO TL-INPUT3
           MOVE 0 TO TL-RESULT1
           MOVE 0 TO TL-RESULT2
           MOVE "BACKORD" TO TL-OUTCOME
           MOVE wsToday TO TL-BUSDATE
           perform LOG-TRANSACTION.

       MARK-RUN-COMPLETE.
           OPEN OUTPUT RUN-CONTROL-FILE
           MOVE wsToday TO RC-BUSDATE
                           MOVE IV-UNITS TO wsOrigUnits
                           MOVE IV-CUST TO wsOrigCust
                           MOVE IV-ITEM TO wsOrigItem
                           MOVE IV-UPRICE TO wsOrigPrice
                           MOVE IV-BASIS TO wsOrigBasis
                       END-IF
                       IF IV-IS-CREDIT
                           AND IV-ORIG-INV = ST-ORIGINV
                   display "Rejected return (#" ST-SNUMBER "/"
                       ST-ITEM "): units exceed what invoice "
                       ST-ORIGINV " sold."
           END-EVALUATE
      *> As in SEQ7, a return of goods sold on a contract or a
      *> quantity break claws back commission at the price the
      *> customer actually paid.
           IF wsRetOk = "Y"
               AND (wsOrigBasis = "C" OR wsOrigBasis = "Q")
               MOVE wsOrigPrice TO wsEffPrice
           END-IF.

      *> Which occurrence of this exact return line the run is on:
      *> the table counts identical lines as they stream past, so
      *> force on the business date, off the price history, so a
      *> repriced rerun of an earlier day earns commission at that
      *> day's price. The master's current price stands in when the
      *> item carries no dated history. The customer's contract or
      *> a quantity break then prices the line exactly as SEQ7
      *> invoiced it, so commission is paid on what was charged.
       SELECT-EFFECTIVE-PRICE.
           MOVE IM-UPRICE TO wsEffPrice
           MOVE ST-ITEM TO wsPriceItem
           PERFORM LOAD-ITEM-PRICE-HISTORY
           IF wsPriceFound = "Y"
               MOVE wsPriceValue TO wsEffPrice
           END-IF
           MOVE ST-CUST TO wsBestCust
           MOVE ST-ITEM TO wsBestItem
           MOVE ST-UNITSOLD TO wsBestQty
           MOVE wsToday TO wsBestAsOf
           MOVE wsEffPrice TO wsBestList
           PERFORM SELECT-BEST-PRICE
           MOVE wsBestPrice TO wsEffPrice.

      *> The line's money, computed and displayed with nothing yet
      *> written: sale value, bracketed commission, the split
           COPY CHKPTPR.
           COPY CSVMODEPR.
           COPY CALPR.
           COPY GLCHKPR.
           COPY ALERTPR.
           COPY RUNSTPR.
           COPY LOCKPR.
           COPY RPTPRTPR.
           COPY PARMPR.
           COPY PRICEPR.
           COPY BESTPRPR.

      *> The commission bracket table can be overridden entry by
      *> entry from the parameter file (CBLIM1-5 upper limits and
