      *> Report distribution off the report catalog (RPTCAT.DAT).
      *> Mode 1 is the run NIGHTJOB makes at the end of the nightly
      *> stream: every catalogued print file written since the last
      *> distribution -- the night's batch reports and whatever the
      *> day's MENU sessions printed -- is copied into a dated
      *> folder per recipient, DIST/<business date>/<recipient>/,
      *> and each copy goes on the distribution log (DISTLOG.DAT)
      *> with the date its retention runs out. The same run then
      *> purges every copy past its retention and marks it purged on
      *> the log. The copies are cut with the same CALL "SYSTEM"
      *> BKUPMAST leans on. Mode 2 is the "where is my report"
      *> listing: what was filed for one department on one business
      *> date, and where each copy sits or when it was purged.
      *> Mode 3 lists the catalog. With no catalog on disk the
      *> starting one is written out for the operator to edit.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTDIST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-CAT-FILE ASSIGN TO "RPTCAT.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsRtStatus.

           SELECT DIST-LOG-FILE ASSIGN TO "DISTLOG.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsDgStatus.

           SELECT DIST-LOG-WORK-FILE ASSIGN TO "DISTLWK.DAT"
               ORGANIZATION LINE SEQUENTIAL.

           SELECT CALENDAR-FILE ASSIGN TO "CALENDAR.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsCaStatus.

       DATA DIVISION.
           FILE SECTION.
           FD REPORT-CAT-FILE.
           COPY RPTCAT.

           FD DIST-LOG-FILE.
           COPY DISTLOG.

      *> Cut wider than the 59-byte log record so the purge pass can
      *> never shave a line.
           FD DIST-LOG-WORK-FILE.
           01 DIST-LOG-WORK-REC PIC X(80).

           FD CALENDAR-FILE.
           COPY CALREC.

           WORKING-STORAGE SECTION.
           01 wsMode pic 9.
           01 wsEOF pic X value "N".
           01 wsRtStatus pic X(2).
           01 wsDgStatus pic X(2).

           01 wsCommand pic X(200).
           01 wsShellRc pic S9(4).
           01 wsToday pic 9(8).
           01 wsRunBusDate pic 9(8).
           01 wsPurgeInt pic 9(8).
           01 wsCopyPath pic X(40).

           01 wsFiledCount pic 9(5) value 0.
           01 wsFailCount pic 9(5) value 0.
           01 wsPurgeCount pic 9(5) value 0.
           01 wsListCount pic 9(5) value 0.

           01 pickDept pic X(8).
           01 pickDate pic 9(8).

           01 dispKeep pic ZZ9.
           01 dispCount pic ZZ,ZZ9.

           COPY CALWS.
           COPY NUMCHECK.
           COPY RPTHDR.

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE(1:8) TO wsToday

           move "Report Distribution" to WS-RPT-TITLE
           perform PRINT-REPORT-HEADER

           perform ENSURE-CATALOG-FILE

           display "1. Distribute and purge (nightly)".
           display "2. Where is my report".
           display "3. List the report catalog".
           display "Select mode: " with no advancing.
           accept wsMode.

           evaluate wsMode
               when 1
                   perform DISTRIBUTE-REPORTS
                   perform PURGE-EXPIRED-COPIES
                   IF wsFailCount > 0
                       MOVE 8 TO RETURN-CODE
                   END-IF
               when 2
                   perform WHERE-IS-MY-REPORT
               when 3
                   perform LIST-CATALOG
               when other
                   display "Invalid selection."
           end-evaluate.

           perform PRINT-REPORT-FOOTER.

       STOP RUN.

           COPY CALPR.
           COPY NUMCHKPR.
           COPY RPTHDRPR.

      *> A print file counts as produced when it is newer than the
      *> stamp the last distribution left behind (any print file on
      *> disk at all, the first time). The stamp is only reset once
      *> every catalog line has been looked at, so a report with
      *> several recipients reaches all of them.
       DISTRIBUTE-REPORTS.
           perform GET-BUSINESS-DATE
           MOVE wsBusDate TO wsRunBusDate
           display "Distributing for business date " wsRunBusDate

           move "N" to wsEOF
           OPEN INPUT REPORT-CAT-FILE
           PERFORM UNTIL wsEOF = "Y"
               READ REPORT-CAT-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       IF RT-FILE NOT = SPACES
                           perform DISTRIBUTE-ONE-COPY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REPORT-CAT-FILE
           MOVE "N" TO wsEOF

           MOVE SPACES TO wsCommand
           STRING "touch DISTSTMP.DAT"
               DELIMITED BY SIZE INTO wsCommand
           call "SYSTEM" using wsCommand
           MOVE 0 TO RETURN-CODE

           MOVE wsFiledCount TO dispCount
           display "Copies filed: " dispCount
           IF wsFailCount > 0
               MOVE wsFailCount TO dispCount
               display "Copies that could not be filed: " dispCount
           END-IF.

       DISTRIBUTE-ONE-COPY.
           MOVE SPACES TO wsCommand
           STRING "test -f " function trim(RT-FILE)
               " && { test ! -f DISTSTMP.DAT || test "
               function trim(RT-FILE) " -nt DISTSTMP.DAT ; }"
               DELIMITED BY SIZE INTO wsCommand
           call "SYSTEM" using wsCommand
           COMPUTE wsShellRc = RETURN-CODE / 256
           MOVE 0 TO RETURN-CODE
           IF wsShellRc NOT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO wsCopyPath
           STRING "DIST/" wsRunBusDate "/" function trim(RT-RECIP)
               DELIMITED BY SIZE INTO wsCopyPath
           MOVE SPACES TO wsCommand
           STRING "mkdir -p " function trim(wsCopyPath)
               " && cp -f " function trim(RT-FILE) " "
               function trim(wsCopyPath) "/"
               DELIMITED BY SIZE INTO wsCommand
           call "SYSTEM" using wsCommand
           COMPUTE wsShellRc = RETURN-CODE / 256
           MOVE 0 TO RETURN-CODE
           IF wsShellRc NOT = 0
               display function trim(RT-FILE) " could not be filed"
                   " for " function trim(RT-RECIP) "."
               ADD 1 TO wsFailCount
               EXIT PARAGRAPH
           END-IF

           OPEN EXTEND DIST-LOG-FILE
           IF wsDgStatus = "35"
               OPEN OUTPUT DIST-LOG-FILE
               CLOSE DIST-LOG-FILE
               OPEN EXTEND DIST-LOG-FILE
           END-IF
           MOVE wsRunBusDate TO DG-BUSDATE
           MOVE FUNCTION CURRENT-DATE(1:14) TO DG-STAMP
           MOVE RT-FILE TO DG-FILE
           MOVE RT-DEPT TO DG-DEPT
           MOVE RT-RECIP TO DG-RECIP
           COMPUTE wsPurgeInt =
               FUNCTION INTEGER-OF-DATE(wsRunBusDate) + RT-KEEP
           COMPUTE DG-PURGE = FUNCTION DATE-OF-INTEGER(wsPurgeInt)
           SET DG-IS-FILED TO TRUE
           WRITE DIST-LOG-REC
           CLOSE DIST-LOG-FILE
           ADD 1 TO wsFiledCount
           display "  " RT-FILE " to " function trim(wsCopyPath).

      *> A copy whose purge date has passed is removed, along with
      *> its recipient and date folders once they are empty, and
      *> its log line goes through the work file marked purged.
       PURGE-EXPIRED-COPIES.
           move "N" to wsEOF
           OPEN INPUT DIST-LOG-FILE
           IF wsDgStatus NOT = "00"
               display "Copies purged: 0"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT DIST-LOG-WORK-FILE
           PERFORM UNTIL wsEOF = "Y"
               READ DIST-LOG-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       IF DG-IS-FILED AND DG-PURGE < wsToday
                           perform PURGE-ONE-COPY
                       END-IF
                       MOVE DIST-LOG-REC TO DIST-LOG-WORK-REC
                       WRITE DIST-LOG-WORK-REC
               END-READ
           END-PERFORM
           CLOSE DIST-LOG-FILE
           CLOSE DIST-LOG-WORK-FILE

           move "N" to wsEOF
           OPEN INPUT DIST-LOG-WORK-FILE
           OPEN OUTPUT DIST-LOG-FILE
           PERFORM UNTIL wsEOF = "Y"
               READ DIST-LOG-WORK-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       MOVE DIST-LOG-WORK-REC TO DIST-LOG-REC
                       WRITE DIST-LOG-REC
               END-READ
           END-PERFORM
           CLOSE DIST-LOG-WORK-FILE
           CLOSE DIST-LOG-FILE
           MOVE "N" TO wsEOF

           MOVE wsPurgeCount TO dispCount
           display "Copies purged: " dispCount.

       PURGE-ONE-COPY.
           MOVE SPACES TO wsCopyPath
           STRING "DIST/" DG-BUSDATE "/" function trim(DG-RECIP)
               DELIMITED BY SIZE INTO wsCopyPath
           MOVE SPACES TO wsCommand
           STRING "rm -f " function trim(wsCopyPath) "/"
               function trim(DG-FILE) " ; rmdir "
               function trim(wsCopyPath) " DIST/" DG-BUSDATE
               " 2>/dev/null ; true"
               DELIMITED BY SIZE INTO wsCommand
           call "SYSTEM" using wsCommand
           MOVE 0 TO RETURN-CODE
           SET DG-IS-PURGED TO TRUE
           ADD 1 TO wsPurgeCount.

       WHERE-IS-MY-REPORT.
           display "Department: " with no advancing
           accept pickDept
           move function upper-case(pickDept) to pickDept
           move "N" to WS-VALID-OK
           perform until VALID-NUMERIC-INPUT
               display "Business date (YYYYMMDD): " with no advancing
               accept WS-VALID-BUFFER
               perform VALIDATE-NUMERIC-INPUT
           end-perform
           compute pickDate = function numval(WS-VALID-BUFFER)

           MOVE 0 TO wsListCount
           move "N" to wsEOF
           OPEN INPUT DIST-LOG-FILE
           IF wsDgStatus NOT = "00"
               MOVE "Y" TO wsEOF
           END-IF
           PERFORM UNTIL wsEOF = "Y"
               READ DIST-LOG-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       IF DG-DEPT = pickDept
                           AND DG-BUSDATE = pickDate
                           perform SHOW-ONE-COPY
                       END-IF
               END-READ
           END-PERFORM
           IF wsDgStatus = "00" OR wsDgStatus = "10"
               CLOSE DIST-LOG-FILE
           END-IF
           MOVE "N" TO wsEOF

           IF wsListCount = 0
               display "Nothing was filed for "
                   function trim(pickDept) " on " pickDate "."
           ELSE
               MOVE wsListCount TO dispCount
               display "Copies filed: " dispCount
           END-IF.

       SHOW-ONE-COPY.
           ADD 1 TO wsListCount
           IF DG-IS-PURGED
               display DG-FILE " for " DG-RECIP " at "
                   DG-STAMP(9:4) " -- purged after " DG-PURGE
           ELSE
               display DG-FILE " for " DG-RECIP " at "
                   DG-STAMP(9:4) " -- DIST/" DG-BUSDATE "/"
                   function trim(DG-RECIP) "/"
                   function trim(DG-FILE) "  kept to " DG-PURGE
           END-IF.

       LIST-CATALOG.
           display "FILE         DEPT     RECIPNT  KEEP TITLE"
           move "N" to wsEOF
           OPEN INPUT REPORT-CAT-FILE
           PERFORM UNTIL wsEOF = "Y"
               READ REPORT-CAT-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       MOVE RT-KEEP TO dispKeep
                       display RT-FILE " " RT-DEPT " " RT-RECIP " "
                           dispKeep "  " RT-TITLE
               END-READ
           END-PERFORM
           CLOSE REPORT-CAT-FILE
           MOVE "N" TO wsEOF.

      *> The starting catalog: the nightly stream's reports and the
      *> statement and certificate runs, each under the department
      *> that asks for it.
       ENSURE-CATALOG-FILE.
           OPEN INPUT REPORT-CAT-FILE
           IF wsRtStatus = "00"
               CLOSE REPORT-CAT-FILE
               EXIT PARAGRAPH
           END-IF
           display "No report catalog on disk -- writing the"
               " starting catalog to RPTCAT.DAT."
           OPEN OUTPUT REPORT-CAT-FILE

           MOVE "PREEDIT.PRT" TO RT-FILE
           MOVE "SALES" TO RT-DEPT
           MOVE "SALESMGR" TO RT-RECIP
           MOVE 14 TO RT-KEEP
           MOVE "Nightly input pre-edit" TO RT-TITLE
           WRITE REPORT-CAT-REC

           MOVE "SEQ7.PRT" TO RT-FILE
           MOVE "SALES" TO RT-DEPT
           MOVE "SALESMGR" TO RT-RECIP
           MOVE 30 TO RT-KEEP
           MOVE "Daily sales report" TO RT-TITLE
           WRITE REPORT-CAT-REC

           MOVE "SEQ7.PRT" TO RT-FILE
           MOVE "SALES" TO RT-DEPT
           MOVE "ARCLERK" TO RT-RECIP
           MOVE 30 TO RT-KEEP
           MOVE "Daily sales report" TO RT-TITLE
           WRITE REPORT-CAT-REC

           MOVE "SEL8.PRT" TO RT-FILE
           MOVE "PAYROLL" TO RT-DEPT
           MOVE "PAYMGR" TO RT-RECIP
           MOVE 90 TO RT-KEEP
           MOVE "Sales commission report" TO RT-TITLE
           WRITE REPORT-CAT-REC

           MOVE "CLOSEDEX.PRT" TO RT-FILE
           MOVE "ACCTG" TO RT-DEPT
           MOVE "CONTROLR" TO RT-RECIP
           MOVE 90 TO RT-KEEP
           MOVE "Closed-period exceptions" TO RT-TITLE
           WRITE REPORT-CAT-REC

           MOVE "REORDRPT.PRT" TO RT-FILE
           MOVE "WHSE" TO RT-DEPT
           MOVE "WHSEMGR" TO RT-RECIP
           MOVE 14 TO RT-KEEP
           MOVE "Below reorder point" TO RT-TITLE
           WRITE REPORT-CAT-REC

           MOVE "SEL1.PRT" TO RT-FILE
           MOVE "REGISTR" TO RT-DEPT
           MOVE "REGISTRR" TO RT-RECIP
           MOVE 60 TO RT-KEEP
           MOVE "Class grade roll" TO RT-TITLE
           WRITE REPORT-CAT-REC

           MOVE "CERTS.PRT" TO RT-FILE
           MOVE "REGISTR" TO RT-DEPT
           MOVE "REGISTRR" TO RT-RECIP
           MOVE 30 TO RT-KEEP
           MOVE "Certificates" TO RT-TITLE
           WRITE REPORT-CAT-REC

           MOVE "RECONCIL.PRT" TO RT-FILE
           MOVE "ACCTG" TO RT-DEPT
           MOVE "CONTROLR" TO RT-RECIP
           MOVE 30 TO RT-KEEP
           MOVE "End-of-day reconciliation" TO RT-TITLE
           WRITE REPORT-CAT-REC

           MOVE "STATEMNT.PRT" TO RT-FILE
           MOVE "ACCTG" TO RT-DEPT
           MOVE "ARCLERK" TO RT-RECIP
           MOVE 60 TO RT-KEEP
           MOVE "Customer statements" TO RT-TITLE
           WRITE REPORT-CAT-REC

           CLOSE REPORT-CAT-FILE.
