      *> Ledger posting. Every GL extract on disk -- SEL8's
      *> GLPOST.DAT, SEQ7's GLREV.DAT, and the BONUSRUN, ARWOFF,
      *> EXPRPT and LOANGL batches -- is read header to trailer,
      *> and a batch the GL side has accepted (posted on the GLACK
      *> register) is applied to our own ledger: each detail line
      *> goes on the journal (GLJRNL.DAT) and into its account's
      *> balance for the month of the batch's business date
      *> (GLBAL.DAT). A batch is refused whole, and said why, when
      *> its debits do not equal its credits, when its trailer does
      *> not tie to the lines, when it names an account not active
      *> on the chart of accounts, or when its month is closed on
      *> PERIODS.DAT -- a closed month's figures do not move. A batch
      *> still waiting on the GL side is left for a later run, and
      *> one already on the journal is never applied twice, so the
      *> run can follow every GLACK. The listing goes to GLAPPLY.PRT
      *> as well as the console.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLAPPLY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-ACCOUNT-MASTER ASSIGN TO "GLACCT.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CA-ACCOUNT
               FILE STATUS wsCaStatus.

           SELECT GL-BALANCE-FILE ASSIGN TO "GLBAL.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY BL-KEY
               FILE STATUS wsBlStatus.

           SELECT GL-JOURNAL-FILE ASSIGN TO "GLJRNL.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsJlStatus.

           SELECT GL-EXTRACT-FILE ASSIGN TO DYNAMIC wsExtractName
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsGlStatus.

           SELECT GL-BATCH-FILE ASSIGN TO "GLBATCH.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsGbStatus.

           SELECT PERIOD-STATUS-FILE ASSIGN TO "PERIODS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsPdStatus.

           SELECT REPORT-PRINT-FILE ASSIGN TO "GLAPPLY.PRT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD GL-ACCOUNT-MASTER.
           COPY GLACCT.

           FD GL-BALANCE-FILE.
           COPY GLBAL.

           FD GL-JOURNAL-FILE.
           COPY GLJRNL.

           FD GL-EXTRACT-FILE.
           COPY GLPOST.

           FD GL-BATCH-FILE.
           COPY GLBATCH.

           FD PERIOD-STATUS-FILE.
           COPY PERIODS.

           FD REPORT-PRINT-FILE.
           01 REPORT-PRINT-REC PIC X(80).

           WORKING-STORAGE SECTION.
           01 wsEOF pic X value "N".
           01 wsCaStatus pic X(2).
           01 wsBlStatus pic X(2).
           01 wsJlStatus pic X(2).
           01 wsGlStatus pic X(2).
           01 wsGbStatus pic X(2).
           01 wsPdStatus pic X(2).
           01 wsAppliedStamp pic X(14).

      *> The extracts that feed the ledger, one batch per file.
           01 wsExtractName pic X(12).
           01 wsExtractValues.
               05 FILLER pic X(12) value "GLPOST.DAT".
               05 FILLER pic X(12) value "GLREV.DAT".
               05 FILLER pic X(12) value "GLBONUS.DAT".
               05 FILLER pic X(12) value "GLBAD.DAT".
               05 FILLER pic X(12) value "GLEXP.DAT".
               05 FILLER pic X(12) value "GLLOAN.DAT".
           01 wsExtractTable REDEFINES wsExtractValues.
               05 wsExtractEntry pic X(12) OCCURS 6 TIMES.
           01 extIdx pic 9.

      *> The batch as read off the extract.
           01 batBatchNo pic 9(4).
           01 batSource pic X(8).
           01 batBusDate pic 9(8).
           01 batPeriod pic 9(6).
           01 batDebits pic S9(11)v99.
           01 batCredits pic S9(11)v99.
           01 batLines pic 9(6).
           01 batHash pic 9(11)v99.
           01 batAbsAmount pic 9(8)v99.
           01 batTrlLines pic 9(6).
           01 batTrlHash pic 9(11)v99.
           01 batHasHeader pic X.
           01 batHasTrailer pic X.
           01 batBadAccount pic X(8).
           01 batBadDrCr pic X.
           01 wsRegStatus pic X.
           01 wsJournalled pic X.
           01 wsPeriodClosed pic X.
           01 wsResult pic X(24).

           01 wsAppliedCount pic 9(4) value 0.
           01 wsRefusedCount pic 9(4) value 0.
           01 wsWaitingCount pic 9(4) value 0.
           01 wsDoneCount pic 9(4) value 0.
           01 totLines pic 9(7) value 0.
           01 totDebits pic S9(11)v99 value 0.

           01 dispDebits pic ZZZ,ZZZ,ZZ9.99-.
           01 dispCredits pic ZZZ,ZZZ,ZZ9.99-.
           01 dispCount pic Z,ZZ9.
           01 dispLines pic ZZZ,ZZ9.

           COPY RPTHDR.
           COPY RPTPRT.

       PROCEDURE DIVISION.

           OPEN INPUT GL-ACCOUNT-MASTER.
           IF wsCaStatus NOT = "00"
               display "Chart of accounts not on file -- load it"
                   " with GLACCT first."
               STOP RUN
           END-IF.

           OPEN I-O GL-BALANCE-FILE.
           IF wsBlStatus = "35"
               OPEN OUTPUT GL-BALANCE-FILE
               CLOSE GL-BALANCE-FILE
               OPEN I-O GL-BALANCE-FILE
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:14) TO wsAppliedStamp.
           move "General Ledger Posting" to WS-RPT-TITLE.
           perform PRINT-REPORT-HEADER.
           MOVE SPACES TO wsRptColHead.
           STRING "BATCH SOURCE   PERIOD          DEBITS"
               "         CREDITS RESULT"
               DELIMITED BY SIZE INTO wsRptColHead.
           perform OPEN-REPORT-PRINT.
           MOVE SPACES TO wsRptLine.
           display "BATCH SOURCE   PERIOD          DEBITS"
               "         CREDITS RESULT".

           PERFORM VARYING extIdx FROM 1 BY 1 UNTIL extIdx > 6
               MOVE wsExtractEntry(extIdx) TO wsExtractName
               PERFORM APPLY-ONE-EXTRACT
           END-PERFORM.

           CLOSE GL-BALANCE-FILE.
           CLOSE GL-ACCOUNT-MASTER.

           display " ".
           MOVE wsAppliedCount TO dispCount.
           MOVE totLines TO dispLines.
           display "Batches applied:           " dispCount
               "  (" dispLines " lines)".
           STRING "BATCHES APPLIED:           " dispCount
               "  (" dispLines " LINES)"
               DELIMITED BY SIZE INTO wsRptLine.
           perform WRITE-REPORT-LINE.
           MOVE wsDoneCount TO dispCount.
           display "Already on the ledger:     " dispCount.
           STRING "ALREADY ON THE LEDGER:     " dispCount
               DELIMITED BY SIZE INTO wsRptLine.
           perform WRITE-REPORT-LINE.
           MOVE wsWaitingCount TO dispCount.
           display "Not accepted by the GL:    " dispCount.
           STRING "NOT ACCEPTED BY THE GL:    " dispCount
               DELIMITED BY SIZE INTO wsRptLine.
           perform WRITE-REPORT-LINE.
           MOVE wsRefusedCount TO dispCount.
           display "Batches REFUSED:           " dispCount.
           STRING "BATCHES REFUSED:           " dispCount
               DELIMITED BY SIZE INTO wsRptLine.
           perform WRITE-REPORT-LINE.
           IF wsRefusedCount > 0
               MOVE 8 TO RETURN-CODE
           END-IF.

           perform CLOSE-REPORT-PRINT.
           perform PRINT-REPORT-FOOTER.

       STOP RUN.

           COPY RPTHDRPR.
           COPY RPTPRTPR.

       APPLY-ONE-EXTRACT.
           OPEN INPUT GL-EXTRACT-FILE
           IF wsGlStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           perform PROVE-EXTRACT-BATCH
           CLOSE GL-EXTRACT-FILE
           IF batHasHeader = "N"
               MOVE 0 TO batBatchNo
               MOVE wsExtractName TO batSource
               MOVE 0 TO batPeriod
               MOVE "REFUSED no header" TO wsResult
               ADD 1 TO wsRefusedCount
               perform SHOW-BATCH-RESULT
               EXIT PARAGRAPH
           END-IF

           perform FIND-REGISTER-STATUS
           perform CHECK-BATCH-JOURNALLED
           perform CHECK-PERIOD-CLOSED

           MOVE SPACES TO wsResult
           EVALUATE TRUE
               WHEN wsJournalled = "Y"
                   MOVE "already applied" TO wsResult
                   ADD 1 TO wsDoneCount
               WHEN wsRegStatus = "S"
                   MOVE "awaiting GL ack" TO wsResult
                   ADD 1 TO wsWaitingCount
               WHEN wsRegStatus = "R"
                   MOVE "GL rejected" TO wsResult
                   ADD 1 TO wsWaitingCount
               WHEN wsRegStatus NOT = "P"
                   MOVE "not registered" TO wsResult
                   ADD 1 TO wsWaitingCount
               WHEN batHasTrailer = "N"
                   OR batTrlLines NOT = batLines
                   OR batTrlHash NOT = batHash
                   MOVE "REFUSED trailer" TO wsResult
                   ADD 1 TO wsRefusedCount
               WHEN batDebits NOT = batCredits
                   MOVE "REFUSED unbalanced" TO wsResult
                   ADD 1 TO wsRefusedCount
               WHEN batBadDrCr NOT = SPACE
                   MOVE "REFUSED bad Dr/Cr" TO wsResult
                   ADD 1 TO wsRefusedCount
               WHEN batBadAccount NOT = SPACES
                   STRING "REFUSED acct " batBadAccount
                       DELIMITED BY SIZE INTO wsResult
                   ADD 1 TO wsRefusedCount
               WHEN wsPeriodClosed = "Y"
                   STRING "REFUSED closed " batPeriod
                       DELIMITED BY SIZE INTO wsResult
                   ADD 1 TO wsRefusedCount
               WHEN OTHER
                   perform POST-EXTRACT-BATCH
                   MOVE "applied" TO wsResult
                   ADD 1 TO wsAppliedCount
                   ADD batLines TO totLines
                   ADD batDebits TO totDebits
           END-EVALUATE
           perform SHOW-BATCH-RESULT.

      *> One pass over the extract: the header names the batch, the
      *> details are totalled by side and checked against the
      *> chart, and the trailer's count and hash are kept to prove
      *> the file complete.
       PROVE-EXTRACT-BATCH.
           MOVE "N" TO batHasHeader
           MOVE "N" TO batHasTrailer
           MOVE 0 TO batDebits
           MOVE 0 TO batCredits
           MOVE 0 TO batLines
           MOVE 0 TO batHash
           MOVE 0 TO batTrlLines
           MOVE 0 TO batTrlHash
           MOVE SPACES TO batBadAccount
           MOVE SPACE TO batBadDrCr
           MOVE "N" TO wsEOF
           PERFORM UNTIL wsEOF = "Y"
               READ GL-EXTRACT-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       EVALUATE TRUE
                           WHEN GL-IS-HEADER
                               MOVE "Y" TO batHasHeader
                               MOVE GH-BATCHNO TO batBatchNo
                               MOVE GH-SOURCE TO batSource
                               MOVE GH-BATCH-DATE TO batBusDate
                               MOVE GH-BATCH-DATE(1:6) TO batPeriod
                           WHEN GL-IS-DETAIL
                               perform PROVE-ONE-DETAIL
                           WHEN GL-IS-TRAILER
                               MOVE "Y" TO batHasTrailer
                               MOVE GT-LINE-COUNT TO batTrlLines
                               MOVE GT-HASH-TOTAL TO batTrlHash
                       END-EVALUATE
               END-READ
           END-PERFORM.

       PROVE-ONE-DETAIL.
           ADD 1 TO batLines
           MOVE GD-AMOUNT TO batAbsAmount
           IF GD-AMOUNT < 0
               COMPUTE batAbsAmount = 0 - GD-AMOUNT
           END-IF
           ADD batAbsAmount TO batHash
           EVALUATE GD-DRCR
               WHEN "D"
                   ADD GD-AMOUNT TO batDebits
               WHEN "C"
                   ADD GD-AMOUNT TO batCredits
               WHEN OTHER
                   MOVE GD-DRCR TO batBadDrCr
           END-EVALUATE
           IF batBadAccount NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE GD-ACCOUNT TO CA-ACCOUNT
           READ GL-ACCOUNT-MASTER
               INVALID KEY
                   MOVE GD-ACCOUNT TO batBadAccount
               NOT INVALID KEY
                   IF NOT CA-IS-ACTIVE
                       MOVE GD-ACCOUNT TO batBadAccount
                   END-IF
           END-READ.

      *> The register is the GL side's word on the batch: only one
      *> they have posted is applied here.
       FIND-REGISTER-STATUS.
           MOVE SPACE TO wsRegStatus
           MOVE "N" TO wsEOF
           OPEN INPUT GL-BATCH-FILE
           IF wsGbStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL wsEOF = "Y"
               READ GL-BATCH-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       IF GB-BATCHNO = batBatchNo
                           MOVE GB-STATUS TO wsRegStatus
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GL-BATCH-FILE.

       CHECK-BATCH-JOURNALLED.
           MOVE "N" TO wsJournalled
           MOVE "N" TO wsEOF
           OPEN INPUT GL-JOURNAL-FILE
           IF wsJlStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL wsEOF = "Y"
               READ GL-JOURNAL-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       IF JL-BATCHNO = batBatchNo
                           MOVE "Y" TO wsJournalled
                           MOVE "Y" TO wsEOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GL-JOURNAL-FILE.

      *> Same closed-period gate SEL8 and SEQ7 post behind, on the
      *> batch's own business date.
       CHECK-PERIOD-CLOSED.
           MOVE "N" TO wsPeriodClosed
           MOVE "N" TO wsEOF
           OPEN INPUT PERIOD-STATUS-FILE
           IF wsPdStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL wsEOF = "Y"
               READ PERIOD-STATUS-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       IF PD-PERIOD = batPeriod
                           AND PD-IS-CLOSED
                           MOVE "Y" TO wsPeriodClosed
                           MOVE "Y" TO wsEOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PERIOD-STATUS-FILE.

      *> Second pass over a proven batch: every detail line onto the
      *> journal and into its account's month.
       POST-EXTRACT-BATCH.
           OPEN EXTEND GL-JOURNAL-FILE
           IF wsJlStatus = "35"
               OPEN OUTPUT GL-JOURNAL-FILE
               CLOSE GL-JOURNAL-FILE
               OPEN EXTEND GL-JOURNAL-FILE
           END-IF
           MOVE "N" TO wsEOF
           OPEN INPUT GL-EXTRACT-FILE
           PERFORM UNTIL wsEOF = "Y"
               READ GL-EXTRACT-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       IF GL-IS-DETAIL
                           perform POST-ONE-DETAIL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GL-EXTRACT-FILE
           CLOSE GL-JOURNAL-FILE.

       POST-ONE-DETAIL.
           MOVE batBatchNo TO JL-BATCHNO
           MOVE batSource TO JL-SOURCE
           MOVE batPeriod TO JL-PERIOD
           MOVE batBusDate TO JL-BUSDATE
           MOVE GD-ACCOUNT TO JL-ACCOUNT
           MOVE GD-DRCR TO JL-DRCR
           MOVE GD-SNUM TO JL-SNUM
           MOVE GD-AMOUNT TO JL-AMOUNT
           MOVE wsAppliedStamp TO JL-APPLIED
           WRITE GL-JOURNAL-REC

           MOVE GD-ACCOUNT TO BL-ACCOUNT
           MOVE batPeriod TO BL-PERIOD
           READ GL-BALANCE-FILE
               INVALID KEY
                   MOVE 0 TO BL-DEBITS
                   MOVE 0 TO BL-CREDITS
                   MOVE 0 TO BL-LINES
                   perform ADD-DETAIL-TO-BALANCE
                   WRITE GL-BALANCE-REC
               NOT INVALID KEY
                   perform ADD-DETAIL-TO-BALANCE
                   REWRITE GL-BALANCE-REC
           END-READ.

       ADD-DETAIL-TO-BALANCE.
           IF GD-DRCR = "D"
               ADD GD-AMOUNT TO BL-DEBITS
           ELSE
               ADD GD-AMOUNT TO BL-CREDITS
           END-IF
           ADD 1 TO BL-LINES.

       SHOW-BATCH-RESULT.
           MOVE batDebits TO dispDebits
           MOVE batCredits TO dispCredits
           display batBatchNo "  " batSource " " batPeriod " "
               dispDebits " " dispCredits " " function trim(wsResult)
           STRING batBatchNo "  " batSource " " batPeriod " "
               dispDebits " " dispCredits " " wsResult
               DELIMITED BY SIZE INTO wsRptLine
           perform WRITE-REPORT-LINE.
