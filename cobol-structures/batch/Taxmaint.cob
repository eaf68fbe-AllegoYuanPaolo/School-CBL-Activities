      *> Tax jurisdiction maintenance. The accountant stages a rate
      *> for a jurisdiction -- code, name, percent, and the date it
      *> takes effect -- as a new line on TAXRATE.DAT (rates are
      *> never changed in place, so a forced rerun of an earlier
      *> day still taxes at that day's rate), and names the
      *> jurisdiction each branch's walk-in trade is taxed in on
      *> TAXBRCH.DAT, one line per branch, rewritten through a
      *> work-file copy pass. A customer's own jurisdiction and
      *> exemption certificate are kept in CUSTMAINT.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXMAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAX-RATE-FILE ASSIGN TO "TAXRATE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsTrStatus.

           SELECT TAX-BRANCH-FILE ASSIGN TO "TAXBRCH.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsTbStatus.

           SELECT TAX-WORK-FILE ASSIGN TO "TAXWORK.DAT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD TAX-RATE-FILE.
           COPY TAXRATE.

           FD TAX-BRANCH-FILE.
           COPY TAXBRCH.

      *> Cut wider than the 8-byte branch line so the copy pass can
      *> never shave the tail.
           FD TAX-WORK-FILE.
           01 TAX-WORK-REC PIC X(40).

           WORKING-STORAGE SECTION.
           01 wsMode pic 9.
           01 wsAgain pic X value "Y".
           01 wsEOF pic X value "N".
           01 wsFound pic X.
           01 wsCount pic 9(5).

           01 mntJur pic X(4).
           01 mntName pic X(20).
           01 mntRate pic 9(3)v99.
           01 mntEffDate pic 9(8).
           01 mntBranch pic X(4).

           01 dispRate pic ZZ9.99.
           01 dispCount pic ZZ,ZZ9.

           COPY TAXJURWS.
           COPY NUMCHECK.
           COPY RPTHDR.

       PROCEDURE DIVISION.

           move "Tax Jurisdiction Maintenance" to WS-RPT-TITLE
           perform PRINT-REPORT-HEADER

           PERFORM UNTIL wsAgain NOT = "Y"
               display " "
               display "1. Stage a jurisdiction tax rate"
               display "2. List jurisdiction tax rates"
               display "3. Set a branch's jurisdiction"
               display "4. List branch jurisdictions"
               display "0. Exit"
               display "Select mode: " with no advancing
               accept wsMode

               evaluate wsMode
                   when 1
                       perform STAGE-JURISDICTION-RATE
                   when 2
                       perform LIST-JURISDICTION-RATES
                   when 3
                       perform SET-BRANCH-JURISDICTION
                   when 4
                       perform LIST-BRANCH-JURISDICTIONS
                   when 0
                       move "N" to wsAgain
                   when other
                       display "Invalid selection."
               end-evaluate
           END-PERFORM.

           perform PRINT-REPORT-FOOTER.

       STOP RUN.

           COPY TAXJURPR.
           COPY NUMCHKPR.
           COPY RPTHDRPR.

       STAGE-JURISDICTION-RATE.
           display "Jurisdiction code: " with no advancing
           accept mntJur
           IF mntJur = SPACES
               display "A jurisdiction needs a code."
               EXIT PARAGRAPH
           END-IF
           display "Jurisdiction name: " with no advancing
           accept mntName
           move "N" to WS-VALID-OK
           perform until VALID-NUMERIC-INPUT
               display "Tax rate in percent: " with no advancing
               accept WS-VALID-BUFFER
               perform VALIDATE-NUMERIC-INPUT
           end-perform
           compute mntRate = function numval(WS-VALID-BUFFER)
           move "N" to WS-VALID-OK
           perform until VALID-NUMERIC-INPUT
               display "Effective date (YYYYMMDD): "
                   with no advancing
               accept WS-VALID-BUFFER
               perform VALIDATE-NUMERIC-INPUT
           end-perform
           compute mntEffDate = function numval(WS-VALID-BUFFER)

           OPEN EXTEND TAX-RATE-FILE
           IF wsTrStatus = "35"
               OPEN OUTPUT TAX-RATE-FILE
               CLOSE TAX-RATE-FILE
               OPEN EXTEND TAX-RATE-FILE
           END-IF
           MOVE mntJur TO TR-JUR
           MOVE mntEffDate TO TR-EFFDATE
           MOVE mntRate TO TR-RATE
           MOVE mntName TO TR-NAME
           WRITE TAX-RATE-REC
           CLOSE TAX-RATE-FILE
           MOVE mntRate TO dispRate
           display "Rate " dispRate "% staged for " mntJur
               " from " mntEffDate ".".

       LIST-JURISDICTION-RATES.
           MOVE 0 TO wsCount
           move "N" to wsEOF
           OPEN INPUT TAX-RATE-FILE
           IF wsTrStatus NOT = "00"
               display "No jurisdiction rates on file."
               EXIT PARAGRAPH
           END-IF
           display "JURIS NAME                 EFFECTIVE   RATE"
           PERFORM UNTIL wsEOF = "Y"
               READ TAX-RATE-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       ADD 1 TO wsCount
                       MOVE TR-RATE TO dispRate
                       display TR-JUR "  " TR-NAME " " TR-EFFDATE
                           " " dispRate
               END-READ
           END-PERFORM
           CLOSE TAX-RATE-FILE
           MOVE wsCount TO dispCount
           display "Rate lines listed: " dispCount.

      *> A blank jurisdiction takes the branch off the table, so its
      *> walk-in trade goes back to the SALESTAX rate.
       SET-BRANCH-JURISDICTION.
           display "Branch code: " with no advancing
           accept mntBranch
           IF mntBranch = SPACES
               display "Head office sales without a customer"
                   " jurisdiction are taxed at SALESTAX."
               EXIT PARAGRAPH
           END-IF
           display "Jurisdiction code (blank removes): "
               with no advancing
           move spaces to mntJur
           accept mntJur
           IF mntJur NOT = SPACES
               MOVE mntJur TO wsTjJur
               MOVE 99999999 TO wsTjAsOf
               perform LOAD-JURISDICTION-RATE
               IF wsTjFound = "N"
                   display "Warning: no rate is staged for " mntJur
                       " yet -- its sales take SALESTAX until one"
                       " is."
               END-IF
           END-IF

           MOVE "N" TO wsFound
           move "N" to wsEOF
           OPEN OUTPUT TAX-WORK-FILE
           OPEN INPUT TAX-BRANCH-FILE
           IF wsTbStatus NOT = "00"
               MOVE "Y" TO wsEOF
           END-IF
           PERFORM UNTIL wsEOF = "Y"
               READ TAX-BRANCH-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       IF TB-BRANCH = mntBranch
                           MOVE "Y" TO wsFound
                           MOVE mntJur TO TB-JUR
                       END-IF
                       IF TB-JUR NOT = SPACES
                           MOVE SPACES TO TAX-WORK-REC
                           MOVE TAX-BRANCH-REC TO TAX-WORK-REC
                           WRITE TAX-WORK-REC
                       END-IF
               END-READ
           END-PERFORM
           IF wsTbStatus = "00" OR wsTbStatus = "10"
               CLOSE TAX-BRANCH-FILE
           END-IF
           IF wsFound = "N" AND mntJur NOT = SPACES
               MOVE mntBranch TO TB-BRANCH
               MOVE mntJur TO TB-JUR
               MOVE SPACES TO TAX-WORK-REC
               MOVE TAX-BRANCH-REC TO TAX-WORK-REC
               WRITE TAX-WORK-REC
           END-IF
           CLOSE TAX-WORK-FILE

           move "N" to wsEOF
           OPEN INPUT TAX-WORK-FILE
           OPEN OUTPUT TAX-BRANCH-FILE
           PERFORM UNTIL wsEOF = "Y"
               READ TAX-WORK-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       MOVE TAX-WORK-REC TO TAX-BRANCH-REC
                       WRITE TAX-BRANCH-REC
               END-READ
           END-PERFORM
           CLOSE TAX-WORK-FILE
           CLOSE TAX-BRANCH-FILE
           display "Branch " mntBranch " jurisdiction set.".

       LIST-BRANCH-JURISDICTIONS.
           MOVE 0 TO wsCount
           move "N" to wsEOF
           OPEN INPUT TAX-BRANCH-FILE
           IF wsTbStatus NOT = "00"
               display "No branch jurisdictions on file."
               EXIT PARAGRAPH
           END-IF
           display "BRANCH JURIS"
           PERFORM UNTIL wsEOF = "Y"
               READ TAX-BRANCH-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       ADD 1 TO wsCount
                       display TB-BRANCH "   " TB-JUR
               END-READ
           END-PERFORM
           CLOSE TAX-BRANCH-FILE
           MOVE wsCount TO dispCount
           display "Branches listed: " dispCount.
