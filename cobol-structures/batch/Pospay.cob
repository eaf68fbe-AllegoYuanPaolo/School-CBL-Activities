      *> Positive-pay issue file for the bank, run after each
      *> COMMRUN. Every cheque on COMMPAY.DAT not yet sent goes out
      *> as an issue line -- cheque number, net amount, issue date,
      *> and the payee name off the salesman master -- and every
      *> cheque voided or stopped since goes out as a void line, so
      *> the bank refuses it at the counter. The file is built in
      *> a work file with its header and trailer, then read back
      *> and proven before release: the trailer must agree with
      *> the detail, and for each payment run still pending on
      *> PAYREG.DAT the issue lines falling in that run's cheque
      *> range must tie to the register's cheque count and net
      *> total. Only a proven file is copied to POSPAY.DAT for the
      *> bank; the cheques are then marked sent on COMMPAY.DAT and
      *> the register lines released. A file that does not prove
      *> is held back, nothing is marked, and the differences are
      *> listed for the payment run to be looked at.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSPAY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMMISSION-PAY-FILE ASSIGN TO "COMMPAY.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsCpStatus.

           SELECT SALESMAN-MASTER ASSIGN TO "SALESMAN.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY SLM-SNUM
               FILE STATUS wsSlmStatus.

           SELECT PAY-REGISTER-FILE ASSIGN TO "PAYREG.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsPrStatus.

           SELECT PARAMETER-FILE ASSIGN TO "PARAMS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsPaStatus.

           SELECT POSPAY-WORK-FILE ASSIGN TO "POSPAYWK.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsPwStatus.

           SELECT POSPAY-FILE ASSIGN TO "POSPAY.DAT"
               ORGANIZATION LINE SEQUENTIAL.

           SELECT POSPAY-COPY-FILE ASSIGN TO "POSPCX.DAT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD COMMISSION-PAY-FILE.
           COPY COMMPAY.

           FD SALESMAN-MASTER.
           COPY SALESMST.

           FD PAY-REGISTER-FILE.
           COPY PAYREG.

           FD PARAMETER-FILE.
           COPY PARAMREC.

           FD POSPAY-WORK-FILE.
           COPY POSPAY.

           FD POSPAY-FILE.
           01 POSPAY-OUT-REC PIC X(61).

      *> Cut wider than the 127-byte cheque line (and the 46-byte
      *> register line, which passes through it too) so the copy
      *> pass can never shave the tail.
           FD POSPAY-COPY-FILE.
           01 POSPAY-COPY-REC PIC X(160).

           WORKING-STORAGE SECTION.
           01 wsEOF pic X value "N".
           01 wsCpStatus pic X(2).
           01 wsSlmStatus pic X(2).
           01 wsPrStatus pic X(2).
           01 wsPwStatus pic X(2).
           01 wsSlmAvail pic X value "N".
           01 wsToday pic 9(8).
           01 wsAccount pic 9(9) value 0.
           01 wsProven pic X.
           01 wsConfirm pic X.
           01 wsAction pic X.

           01 wsIssueCount pic 9(6) value 0.
           01 wsIssueTotal pic 9(11)v99 value 0.
           01 wsVoidCount pic 9(6) value 0.
           01 wsVoidTotal pic 9(11)v99 value 0.
           01 chkIssueCount pic 9(6) value 0.
           01 chkIssueTotal pic 9(11)v99 value 0.
           01 chkVoidCount pic 9(6) value 0.
           01 chkVoidTotal pic 9(11)v99 value 0.

      *> The payment runs still pending release, with what the
      *> file carries against each.
           01 wsRunMax pic 9(3) value 100.
           01 wsRunCount pic 9(3) value 0.
           01 runIdx pic 9(3).
           01 wsRunTable.
               05 wsRunEntry OCCURS 100 TIMES.
                   10 runCutoff pic 9(8).
                   10 runFirst pic 9(6).
                   10 runLast pic 9(6).
                   10 runCount pic 9(4).
                   10 runNet pic 9(11)v99.
                   10 runFileCount pic 9(4).
                   10 runFileNet pic 9(11)v99.

           01 dispTotal pic zz,zzz,zzz,zz9.99.
           01 dispFileTotal pic zz,zzz,zzz,zz9.99.
           01 dispCount pic ZZZ,ZZ9.
           01 dispFileCount pic ZZZ,ZZ9.

           COPY PARMWS.
           COPY RPTHDR.

       PROCEDURE DIVISION.

           move "Positive Pay Issue File" to WS-RPT-TITLE
           perform PRINT-REPORT-HEADER
           MOVE FUNCTION CURRENT-DATE(1:8) TO wsToday

           MOVE wsToday TO wsParmAsOf
           MOVE "BANKACCT" TO wsParmName
           perform LOAD-ONE-PARAMETER
           IF wsParmFound = "Y"
               MOVE wsParmValue TO wsAccount
           ELSE
               display "Warning: no BANKACCT parameter -- the"
                   " header goes out with a zero account."
           END-IF

           perform LOAD-PENDING-RUNS
           perform BUILD-POSPAY-FILE
           IF wsIssueCount = 0 AND wsVoidCount = 0
               display "No cheques issued or voided since the last"
                   " file -- nothing to send."
               STOP RUN
           END-IF

           perform PROVE-POSPAY-FILE
           IF wsProven NOT = "Y"
               display " "
               display "*** FILE DOES NOT PROVE -- NOT RELEASED ***"
               display "POSPAY.DAT is unchanged and no cheque is"
                   " marked sent."
               STOP RUN
           END-IF

           display " "
           display "File proves. Release it to the bank? (Y/N): "
               with no advancing
           accept wsConfirm
           IF wsConfirm NOT = "Y"
               display "File held -- nothing released."
               STOP RUN
           END-IF

           perform RELEASE-POSPAY-FILE
           perform MARK-CHEQUES-SENT
           IF wsRunCount > 0
               perform MARK-RUNS-RELEASED
           END-IF
           display "POSPAY.DAT released to the bank."

           perform PRINT-PARAMETER-FOOTER
           perform PRINT-REPORT-FOOTER.

       STOP RUN.

           COPY PARMPR.
           COPY RPTHDRPR.

       LOAD-PENDING-RUNS.
           MOVE "N" TO wsEOF
           OPEN INPUT PAY-REGISTER-FILE
           IF wsPrStatus NOT = "00"
               MOVE "Y" TO wsEOF
           END-IF
           PERFORM UNTIL wsEOF = "Y"
               READ PAY-REGISTER-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       IF PR-IS-PENDING
                           IF wsRunCount < wsRunMax
                               ADD 1 TO wsRunCount
                               MOVE PR-CUTOFF TO runCutoff(wsRunCount)
                               MOVE PR-FIRST-CHEQUE
                                   TO runFirst(wsRunCount)
                               MOVE PR-LAST-CHEQUE
                                   TO runLast(wsRunCount)
                               MOVE PR-COUNT TO runCount(wsRunCount)
                               MOVE PR-NET TO runNet(wsRunCount)
                               MOVE 0 TO runFileCount(wsRunCount)
                               MOVE 0 TO runFileNet(wsRunCount)
                           ELSE
                               display "Payment run " PR-CUTOFF
                                   " held for the next file."
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF wsPrStatus = "00" OR wsPrStatus = "10"
               CLOSE PAY-REGISTER-FILE
           END-IF.

      *> A cheque cut and voided between two files goes out as both
      *> an issue and a void, so the bank holds the whole story.
       BUILD-POSPAY-FILE.
           OPEN INPUT SALESMAN-MASTER
           IF wsSlmStatus = "00"
               MOVE "Y" TO wsSlmAvail
           END-IF
           OPEN OUTPUT POSPAY-WORK-FILE
           MOVE SPACES TO POSITIVE-PAY-REC
           SET PP-IS-HEADER TO TRUE
           MOVE wsToday TO PH-FILE-DATE
           MOVE wsAccount TO PH-ACCOUNT
           MOVE "COMMISSION PAYROLL" TO PH-ORIGINATOR
           WRITE POSITIVE-PAY-REC

           MOVE "N" TO wsEOF
           OPEN INPUT COMMISSION-PAY-FILE
           IF wsCpStatus NOT = "00"
               MOVE "Y" TO wsEOF
           END-IF
           PERFORM UNTIL wsEOF = "Y"
               READ COMMISSION-PAY-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       IF CP-PP-UNSENT
                           MOVE "I" TO wsAction
                           perform WRITE-POSPAY-DETAIL
                           ADD 1 TO wsIssueCount
                           ADD CP-NET TO wsIssueTotal
                       END-IF
                       IF CP-IS-CANCELLED AND NOT CP-PP-VOID-SENT
                           MOVE "V" TO wsAction
                           perform WRITE-POSPAY-DETAIL
                           ADD 1 TO wsVoidCount
                           ADD CP-NET TO wsVoidTotal
                       END-IF
               END-READ
           END-PERFORM
           IF wsCpStatus = "00" OR wsCpStatus = "10"
               CLOSE COMMISSION-PAY-FILE
           END-IF

           MOVE SPACES TO POSITIVE-PAY-REC
           SET PP-IS-TRAILER TO TRUE
           MOVE wsIssueCount TO PT-ISSUE-COUNT
           MOVE wsIssueTotal TO PT-ISSUE-TOTAL
           MOVE wsVoidCount TO PT-VOID-COUNT
           MOVE wsVoidTotal TO PT-VOID-TOTAL
           WRITE POSITIVE-PAY-REC
           CLOSE POSPAY-WORK-FILE
           IF wsSlmAvail = "Y"
               CLOSE SALESMAN-MASTER
           END-IF.

      *> The caller has set the action, I or V.
       WRITE-POSPAY-DETAIL.
           MOVE SPACES TO POSITIVE-PAY-REC
           SET PP-IS-DETAIL TO TRUE
           MOVE wsAction TO PD-ACTION
           MOVE CP-CHEQUE TO PD-CHEQUE
           MOVE CP-NET TO PD-AMOUNT
           MOVE CP-PAYDATE TO PD-ISSUE-DATE
           MOVE "(NOT ON MASTER)" TO PD-PAYEE
           IF wsSlmAvail = "Y"
               MOVE CP-SNUM TO SLM-SNUM
               READ SALESMAN-MASTER
                   NOT INVALID KEY
                       MOVE SLM-SNAME TO PD-PAYEE
               END-READ
           END-IF
           WRITE POSITIVE-PAY-REC.

      *> The file is read back as the bank will read it: the
      *> trailer against the detail, then each pending payment
      *> run's cheque range against its register totals.
       PROVE-POSPAY-FILE.
           MOVE "Y" TO wsProven
           MOVE "N" TO wsEOF
           OPEN INPUT POSPAY-WORK-FILE
           PERFORM UNTIL wsEOF = "Y"
               READ POSPAY-WORK-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       EVALUATE TRUE
                           WHEN PP-IS-DETAIL AND PD-IS-ISSUE
                               ADD 1 TO chkIssueCount
                               ADD PD-AMOUNT TO chkIssueTotal
                               perform CREDIT-ISSUE-TO-RUN
                           WHEN PP-IS-DETAIL AND PD-IS-VOID
                               ADD 1 TO chkVoidCount
                               ADD PD-AMOUNT TO chkVoidTotal
                           WHEN PP-IS-TRAILER
                               IF PT-ISSUE-COUNT NOT = chkIssueCount
                                   OR PT-ISSUE-TOTAL
                                       NOT = chkIssueTotal
                                   OR PT-VOID-COUNT NOT = chkVoidCount
                                   OR PT-VOID-TOTAL
                                       NOT = chkVoidTotal
                                   display "Trailer does not agree"
                                       " with the detail."
                                   MOVE "N" TO wsProven
                               END-IF
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE POSPAY-WORK-FILE

           MOVE chkIssueCount TO dispCount
           MOVE chkIssueTotal TO dispTotal
           display "Issues:  " dispCount "  " dispTotal
           MOVE chkVoidCount TO dispCount
           MOVE chkVoidTotal TO dispTotal
           display "Voids:   " dispCount "  " dispTotal

           IF wsRunCount > 0
               display " "
               display "RUN CUTOFF  CHEQUES    REGISTER COUNT"
                   "           NET      FILE COUNT           NET"
           END-IF
           PERFORM VARYING runIdx FROM 1 BY 1
                   UNTIL runIdx > wsRunCount
               MOVE runCount(runIdx) TO dispCount
               MOVE runNet(runIdx) TO dispTotal
               MOVE runFileCount(runIdx) TO dispFileCount
               MOVE runFileNet(runIdx) TO dispFileTotal
               display runCutoff(runIdx) "  " runFirst(runIdx) "-"
                   runLast(runIdx) "  " dispCount " " dispTotal
                   "  " dispFileCount " " dispFileTotal
               IF runCount(runIdx) NOT = runFileCount(runIdx)
                   OR runNet(runIdx) NOT = runFileNet(runIdx)
                   display "   *** does not tie to the payment"
                       " register"
                   MOVE "N" TO wsProven
               END-IF
           END-PERFORM.

       CREDIT-ISSUE-TO-RUN.
           PERFORM VARYING runIdx FROM 1 BY 1
                   UNTIL runIdx > wsRunCount
               IF PD-CHEQUE >= runFirst(runIdx)
                   AND PD-CHEQUE <= runLast(runIdx)
                   ADD 1 TO runFileCount(runIdx)
                   ADD PD-AMOUNT TO runFileNet(runIdx)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.

       RELEASE-POSPAY-FILE.
           MOVE "N" TO wsEOF
           OPEN INPUT POSPAY-WORK-FILE
           OPEN OUTPUT POSPAY-FILE
           PERFORM UNTIL wsEOF = "Y"
               READ POSPAY-WORK-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       MOVE POSITIVE-PAY-REC TO POSPAY-OUT-REC
                       WRITE POSPAY-OUT-REC
               END-READ
           END-PERFORM
           CLOSE POSPAY-WORK-FILE
           CLOSE POSPAY-FILE.

       MARK-CHEQUES-SENT.
           MOVE "N" TO wsEOF
           OPEN INPUT COMMISSION-PAY-FILE
           OPEN OUTPUT POSPAY-COPY-FILE
           PERFORM UNTIL wsEOF = "Y"
               READ COMMISSION-PAY-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       IF CP-IS-CANCELLED
                           SET CP-PP-VOID-SENT TO TRUE
                       ELSE
                           IF CP-PP-UNSENT
                               SET CP-PP-ISSUE-SENT TO TRUE
                           END-IF
                       END-IF
                       MOVE SPACES TO POSPAY-COPY-REC
                       MOVE COMMISSION-PAY-REC TO POSPAY-COPY-REC
                       WRITE POSPAY-COPY-REC
               END-READ
           END-PERFORM
           CLOSE COMMISSION-PAY-FILE
           CLOSE POSPAY-COPY-FILE

           MOVE "N" TO wsEOF
           OPEN INPUT POSPAY-COPY-FILE
           OPEN OUTPUT COMMISSION-PAY-FILE
           PERFORM UNTIL wsEOF = "Y"
               READ POSPAY-COPY-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       MOVE POSPAY-COPY-REC TO COMMISSION-PAY-REC
                       WRITE COMMISSION-PAY-REC
               END-READ
           END-PERFORM
           CLOSE POSPAY-COPY-FILE
           CLOSE COMMISSION-PAY-FILE.

      *> Only the runs this file proved against are released; one
      *> held back by a full table stays pending for the next.
       MARK-RUNS-RELEASED.
           MOVE "N" TO wsEOF
           OPEN INPUT PAY-REGISTER-FILE
           OPEN OUTPUT POSPAY-COPY-FILE
           PERFORM UNTIL wsEOF = "Y"
               READ PAY-REGISTER-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       IF PR-IS-PENDING
                           perform FIND-PROVEN-RUN
                       END-IF
                       MOVE SPACES TO POSPAY-COPY-REC
                       MOVE PAY-REGISTER-REC TO POSPAY-COPY-REC
                       WRITE POSPAY-COPY-REC
               END-READ
           END-PERFORM
           CLOSE PAY-REGISTER-FILE
           CLOSE POSPAY-COPY-FILE

           MOVE "N" TO wsEOF
           OPEN INPUT POSPAY-COPY-FILE
           OPEN OUTPUT PAY-REGISTER-FILE
           PERFORM UNTIL wsEOF = "Y"
               READ POSPAY-COPY-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       MOVE POSPAY-COPY-REC TO PAY-REGISTER-REC
                       WRITE PAY-REGISTER-REC
               END-READ
           END-PERFORM
           CLOSE POSPAY-COPY-FILE
           CLOSE PAY-REGISTER-FILE.

       FIND-PROVEN-RUN.
           PERFORM VARYING runIdx FROM 1 BY 1
                   UNTIL runIdx > wsRunCount
               IF runFirst(runIdx) = PR-FIRST-CHEQUE
                   AND runLast(runIdx) = PR-LAST-CHEQUE
                   SET PR-IS-RELEASED TO TRUE
                   MOVE wsToday TO PR-RELEASED
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
