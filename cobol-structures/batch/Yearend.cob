      *> Year-end close for the commission master. Archives every
      *> salesman's final YTD commission, withholding, tier, and the
      *> twelve monthly buckets into the commission history file
      *> (COMMHIST.DAT, one record per salesman per year) together
      *> with the quota bonuses and bonus withholding paid on the
      *> year's live cheques (COMMPAY.DAT), zeroes the
      *> master for the new year, and prints a closing register so the
      *> archived totals tie back to the last reconciliation before
      *> anything was reset. Run once, after the last business day of
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsRmStatus.

           SELECT COMMISSION-PAY-FILE ASSIGN TO "COMMPAY.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsCpStatus.

       DATA DIVISION.
           FILE SECTION.
           FD COMMISSION-MASTER.
           FD RECON-MARK-FILE.
           COPY RECONMARK.

           FD COMMISSION-PAY-FILE.
           COPY COMMPAY.

           WORKING-STORAGE SECTION.
           01 wsEOF pic X value "N".
           01 wsCmStatus pic X(2).
           01 wsChStatus pic X(2).
           01 wsRmStatus pic X(2).
           01 wsCpStatus pic X(2).
           01 wsPayEOF pic X.
           01 wsYearBonus pic S9(7)v99.
           01 wsYearBonusWh pic S9(7)v99.
           01 wsMarkCount pic 9(8) value 0.
           01 wsCloseYear pic 9(4).
           01 wsConfirm pic X.
           01 wsSalesmanCount pic 9(6) value 0.
           01 totComm pic S9(9)v99 value 0.
           01 totTax pic S9(9)v99 value 0.
           01 totBonus pic S9(9)v99 value 0.
           01 totBonusWh pic S9(9)v99 value 0.

           01 dispComm pic z,zzz,zz9.99-.
           01 dispTax pic z,zzz,zz9.99-.
           01 dispTotComm pic zzz,zzz,zz9.99-.
           01 dispTotTax pic zzz,zzz,zz9.99-.
           01 dispBonus pic z,zzz,zz9.99-.
           01 dispBonusWh pic z,zzz,zz9.99-.
           01 dispCount pic ZZZ,ZZ9.

           COPY NUMCHECK.
           perform PRINT-REPORT-HEADER
           display "Closing year " wsCloseYear
           display "SALESMAN      YTD COMMISSION      YTD WITHHELD"
               "  TIER    QUOTA BONUS  BONUS WITHHELD"

           MOVE LOW-VALUES TO CM-SNUM.
           START COMMISSION-MASTER KEY NOT < CM-SNUM
           display "Salesmen archived: " dispCount.
           display "Total commission:  " dispTotComm.
           display "Total withheld:    " dispTotTax.
           MOVE totBonus TO dispTotComm.
           MOVE totBonusWh TO dispTotTax.
           display "Total bonus paid:  " dispTotComm.
           display "Bonus withheld:    " dispTotTax.

           perform PRINT-REPORT-FOOTER.

           CLOSE RECON-MARK-FILE
           display "Reconciliation mark reset for the new year.".

      *> A bonus counts in the year its cheque was cut and only
      *> while that cheque is live: a voided or stopped cheque paid
      *> nothing, and the replacement CHQVOID cuts carries the same
      *> bonus under its own date.
       SUM-YEAR-BONUS.
           MOVE 0 TO wsYearBonus
           MOVE 0 TO wsYearBonusWh
           MOVE "N" TO wsPayEOF
           OPEN INPUT COMMISSION-PAY-FILE
           IF wsCpStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL wsPayEOF = "Y"
               READ COMMISSION-PAY-FILE
                   AT END
                       MOVE "Y" TO wsPayEOF
                   NOT AT END
                       IF CP-SNUM = CM-SNUM
                           AND CP-PAYDATE(1:4) = wsCloseYear
                           AND NOT CP-IS-CANCELLED
                           AND CP-BONUS IS NUMERIC
                           ADD CP-BONUS TO wsYearBonus
                           ADD CP-BONUS-WHTAX TO wsYearBonusWh
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COMMISSION-PAY-FILE.

       ARCHIVE-AND-ZERO-SALESMAN.
           perform SUM-YEAR-BONUS
           MOVE wsCloseYear TO CH-YEAR
           MOVE CM-SNUM TO CH-SNUM
           MOVE CM-YTD-COMMISSION TO CH-YTD-COMMISSION
               MOVE CM-MONTH-COMM(monthIdx)
                   TO CH-MONTH-COMM(monthIdx)
           END-PERFORM
           MOVE wsYearBonus TO CH-YTD-BONUS
           MOVE wsYearBonusWh TO CH-YTD-BONUS-WHTAX
           WRITE COMMISSION-HIST-REC

           MOVE CM-YTD-COMMISSION TO dispComm
           MOVE CM-YTD-WHTAX TO dispTax
           MOVE wsYearBonus TO dispBonus
           MOVE wsYearBonusWh TO dispBonusWh
           display "#" CM-SNUM "  " dispComm "  " dispTax
               "    " CM-LAST-TIER "  " dispBonus "  " dispBonusWh

           ADD 1 TO wsSalesmanCount
           ADD CM-YTD-COMMISSION TO totComm
           ADD CM-YTD-WHTAX TO totTax
           ADD wsYearBonus TO totBonus
           ADD wsYearBonusWh TO totBonusWh

           MOVE 0 TO CM-YTD-COMMISSION
           MOVE 0 TO CM-YTD-WHTAX
