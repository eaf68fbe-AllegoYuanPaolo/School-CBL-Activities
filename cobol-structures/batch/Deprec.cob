      *> Deposit reconciliation. The deposits DEPBUILD made up on
      *> DEPOSIT.DAT and the bank's deposit-credits file BANKCRED.DAT
      *> are each sorted by deposit slip number and walked forward
      *> together the way BANKREC walks the cheques: a deposit with
      *> no credit is still in transit, a credit with no deposit is
      *> unknown money the bank says it received, and a pair whose
      *> amounts differ is a difference. Under every difference the
      *> deposit's items from DEPITEM.DAT are listed -- the OR
      *> numbers and AR payments that made it up -- so the shortage
      *> or overage can be run down to the receipt.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPREC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPOSIT-FILE ASSIGN TO "DEPOSIT.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsDpStatus.

           SELECT BANK-CREDIT-FILE ASSIGN TO "BANKCRED.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsBcStatus.

           SELECT DEPOSIT-ITEM-FILE ASSIGN TO "DEPITEM.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsDiStatus.

           SELECT DEP-SORT-FILE ASSIGN TO "SRTWK59".

           SELECT DEP-WORK-FILE ASSIGN TO "DRECDP.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsDwStatus.

           SELECT CRED-SORT-FILE ASSIGN TO "SRTWK60".

           SELECT CRED-WORK-FILE ASSIGN TO "DRECBC.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsCwStatus.

       DATA DIVISION.
           FILE SECTION.
           FD DEPOSIT-FILE.
           COPY DEPOSIT.

           FD BANK-CREDIT-FILE.
           COPY BANKCRED.

           FD DEPOSIT-ITEM-FILE.
           COPY DEPITEM.

           SD DEP-SORT-FILE.
           01 DEP-SORT-REC.
               05 DS-DEPNO PIC 9(6).
               05 DS-DATE PIC 9(8).
               05 DS-TOTAL PIC S9(9)V99
                   SIGN IS LEADING SEPARATE CHARACTER.

           FD DEP-WORK-FILE.
           01 DEP-WORK-REC.
               05 DW-DEPNO PIC 9(6).
               05 DW-DATE PIC 9(8).
               05 DW-TOTAL PIC S9(9)V99
                   SIGN IS LEADING SEPARATE CHARACTER.

           SD CRED-SORT-FILE.
           01 CRED-SORT-REC.
               05 CS-DEPNO PIC 9(6).
               05 CS-AMOUNT PIC 9(9)V99.
               05 CS-DATE PIC 9(8).

           FD CRED-WORK-FILE.
           01 CRED-WORK-REC.
               05 CW-DEPNO PIC 9(6).
               05 CW-AMOUNT PIC 9(9)V99.
               05 CW-DATE PIC 9(8).

           WORKING-STORAGE SECTION.
           01 wsEOF pic X value "N".
           01 wsDwEOF pic X value "N".
           01 wsCwEOF pic X value "N".
           01 wsDpStatus pic X(2).
           01 wsBcStatus pic X(2).
           01 wsDiStatus pic X(2).
           01 wsDwStatus pic X(2).
           01 wsCwStatus pic X(2).

           01 wsMatchedCount pic 9(5) value 0.
           01 wsTransitCount pic 9(5) value 0.
           01 wsUnknownCount pic 9(5) value 0.
           01 wsDiffCount pic 9(5) value 0.
           01 wsTransitTotal pic S9(9)v99 value 0.
           01 wsUnknownTotal pic 9(9)v99 value 0.
           01 wsDiffNet pic S9(9)v99 value 0.

           01 dispDep pic zz,zzz,zz9.99-.
           01 dispBank pic zz,zzz,zz9.99.
           01 dispTotal pic zz,zzz,zz9.99-.
           01 dispAmount pic zzz,zz9.99-.
           01 dispCount pic ZZ,ZZ9.

           COPY RPTHDR.

       PROCEDURE DIVISION.

           move "Deposit Reconciliation" to WS-RPT-TITLE
           perform PRINT-REPORT-HEADER

           SORT DEP-SORT-FILE
               ON ASCENDING KEY DS-DEPNO
               INPUT PROCEDURE RELEASE-DEPOSITS
               GIVING DEP-WORK-FILE.

           SORT CRED-SORT-FILE
               ON ASCENDING KEY CS-DEPNO
               INPUT PROCEDURE RELEASE-CREDITS
               GIVING CRED-WORK-FILE.

           OPEN INPUT DEP-WORK-FILE.
           IF wsDwStatus NOT = "00"
               MOVE "Y" TO wsDwEOF
           ELSE
               PERFORM READ-NEXT-DEPOSIT
           END-IF.
           OPEN INPUT CRED-WORK-FILE.
           IF wsCwStatus NOT = "00"
               MOVE "Y" TO wsCwEOF
           ELSE
               PERFORM READ-NEXT-CREDIT
           END-IF.

           PERFORM UNTIL wsDwEOF = "Y" AND wsCwEOF = "Y"
               EVALUATE TRUE
                   WHEN wsCwEOF = "Y"
                       PERFORM REPORT-IN-TRANSIT
                       PERFORM READ-NEXT-DEPOSIT
                   WHEN wsDwEOF = "Y"
                       PERFORM REPORT-UNKNOWN
                       PERFORM READ-NEXT-CREDIT
                   WHEN DW-DEPNO < CW-DEPNO
                       PERFORM REPORT-IN-TRANSIT
                       PERFORM READ-NEXT-DEPOSIT
                   WHEN DW-DEPNO > CW-DEPNO
                       PERFORM REPORT-UNKNOWN
                       PERFORM READ-NEXT-CREDIT
                   WHEN OTHER
                       PERFORM MATCH-ONE-DEPOSIT
                       PERFORM READ-NEXT-DEPOSIT
                       PERFORM READ-NEXT-CREDIT
               END-EVALUATE
           END-PERFORM.

           IF wsDwStatus = "00" OR wsDwStatus = "10"
               CLOSE DEP-WORK-FILE
           END-IF.
           IF wsCwStatus = "00" OR wsCwStatus = "10"
               CLOSE CRED-WORK-FILE
           END-IF.

           display " ".
           MOVE wsMatchedCount TO dispCount.
           display "Deposits credited clean: " dispCount.
           MOVE wsTransitCount TO dispCount.
           display "Deposits in transit:     " dispCount.
           MOVE wsTransitTotal TO dispTotal.
           display "In-transit total:        " dispTotal.
           MOVE wsUnknownCount TO dispCount.
           display "Credits with no deposit: " dispCount.
           MOVE wsUnknownTotal TO dispTotal.
           display "Unknown credit total:    " dispTotal.
           MOVE wsDiffCount TO dispCount.
           display "Amount differences:      " dispCount.
           MOVE wsDiffNet TO dispTotal.
           display "Net bank over/(short):   " dispTotal.

           perform PRINT-REPORT-FOOTER.

       STOP RUN.

           COPY RPTHDRPR.

       RELEASE-DEPOSITS.
           OPEN INPUT DEPOSIT-FILE
           IF wsDpStatus NOT = "00"
               display "No deposits on file (DEPOSIT.DAT)."
               MOVE "Y" TO wsEOF
           END-IF
           PERFORM UNTIL wsEOF = "Y"
               READ DEPOSIT-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       MOVE DP-DEPNO TO DS-DEPNO
                       MOVE DP-DATE TO DS-DATE
                       MOVE DP-TOTAL TO DS-TOTAL
                       RELEASE DEP-SORT-REC
               END-READ
           END-PERFORM
           IF wsDpStatus = "00" OR wsDpStatus = "10"
               CLOSE DEPOSIT-FILE
           END-IF
           MOVE "N" TO wsEOF.

       RELEASE-CREDITS.
           OPEN INPUT BANK-CREDIT-FILE
           IF wsBcStatus NOT = "00"
               display "No bank credits file (BANKCRED.DAT) --"
                   " every deposit will read in transit."
               MOVE "Y" TO wsEOF
           END-IF
           PERFORM UNTIL wsEOF = "Y"
               READ BANK-CREDIT-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       MOVE BC-DEPNO TO CS-DEPNO
                       MOVE BC-AMOUNT TO CS-AMOUNT
                       MOVE BC-DATE TO CS-DATE
                       RELEASE CRED-SORT-REC
               END-READ
           END-PERFORM
           IF wsBcStatus = "00" OR wsBcStatus = "10"
               CLOSE BANK-CREDIT-FILE
           END-IF
           MOVE "N" TO wsEOF.

       READ-NEXT-DEPOSIT.
           READ DEP-WORK-FILE
               AT END
                   MOVE "Y" TO wsDwEOF
           END-READ.

       READ-NEXT-CREDIT.
           READ CRED-WORK-FILE
               AT END
                   MOVE "Y" TO wsCwEOF
           END-READ.

       REPORT-IN-TRANSIT.
           ADD 1 TO wsTransitCount
           ADD DW-TOTAL TO wsTransitTotal
           MOVE DW-TOTAL TO dispDep
           display "IN TRANSIT   deposit #" DW-DEPNO
               " collections of " DW-DATE " for " dispDep.

       REPORT-UNKNOWN.
           ADD 1 TO wsUnknownCount
           ADD CW-AMOUNT TO wsUnknownTotal
           MOVE CW-AMOUNT TO dispBank
           display "UNKNOWN      deposit #" CW-DEPNO " credited "
               CW-DATE " for " dispBank
               " -- no such deposit.".

       MATCH-ONE-DEPOSIT.
           IF DW-TOTAL = CW-AMOUNT
               ADD 1 TO wsMatchedCount
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO wsDiffCount
           COMPUTE wsDiffNet = wsDiffNet + CW-AMOUNT - DW-TOTAL
           MOVE DW-TOTAL TO dispDep
           MOVE CW-AMOUNT TO dispBank
           display "DIFFERENCE   deposit #" DW-DEPNO
               " ours " dispDep " vs bank " dispBank
           perform LIST-DEPOSIT-ITEMS.

      *> DEPITEM.DAT is read through once per difference; there are
      *> few enough differences that the items are not held.
       LIST-DEPOSIT-ITEMS.
           OPEN INPUT DEPOSIT-ITEM-FILE
           IF wsDiStatus NOT = "00"
               display "      (no deposit items on file)"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL wsEOF = "Y"
               READ DEPOSIT-ITEM-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       IF DI-DEPNO = DW-DEPNO
                           MOVE DI-AMOUNT TO dispAmount
                           display "      " DI-SOURCE " " DI-REF
                               " " DI-DATE " " DI-PARTY " " DI-DOC
                               " " DI-TAKEN-BY " " dispAmount
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DEPOSIT-ITEM-FILE
           MOVE "N" TO wsEOF.
