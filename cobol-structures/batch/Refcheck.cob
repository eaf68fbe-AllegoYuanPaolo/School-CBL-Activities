      *> Cross-file referential integrity sweep. IDXCHECK proves the
      *> indexed masters can be read and XCHECK matches the roster
      *> to the subject lines; this checks the keys that hold the
      *> rest together and lists every orphan: DAILY.DAT rows whose
      *> item or customer is gone from ITEMMAST/CUSTMAST, ARLEDGER
      *> items with no INVOICE.DAT record, COMMPAY and DRAWLEDG
      *> lines for salesmen not on SALESMAN.DAT, ENROLL and ASSIGN
      *> rows pointing at a subject not on SUBJMAST or a teacher not
      *> on FACULTY, and ASSESSLG assessments for students no longer
      *> on the roster. The indexed masters are read by key; the
      *> two sequential pairs are sorted together on the key, the
      *> parent ahead of its children, the way XCHECK matches. A
      *> file that is not on disk has nothing to check; a master
      *> that will not open leaves every child row an orphan. The
      *> run ends with the count per relationship and sets return
      *> code 8 when anything is broken, so NIGHTJOB holds the
      *> pre-edit and the posting behind it. Console and
      *> REFCHECK.PRT.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFCHECK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DAILY-SALES-FILE ASSIGN TO "DAILY.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsDsStatus.

           SELECT ITEM-MASTER ASSIGN TO "ITEMMAST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IM-ITEM
               FILE STATUS wsImStatus.

           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CU-CNUM
               FILE STATUS wsCuStatus.

           SELECT AR-LEDGER-FILE ASSIGN TO "ARLEDGER.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsArStatus.

           SELECT INVOICE-FILE ASSIGN TO "INVOICE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsIvStatus.

           SELECT COMMISSION-PAY-FILE ASSIGN TO "COMMPAY.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsCpStatus.

           SELECT DRAW-LEDGER-FILE ASSIGN TO "DRAWLEDG.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsDlStatus.

           SELECT SALESMAN-MASTER ASSIGN TO "SALESMAN.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY SLM-SNUM
               FILE STATUS wsSlmStatus.

           SELECT ENROLLMENT-FILE ASSIGN TO "ENROLL.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsEnStatus.

           SELECT ASSIGNMENT-FILE ASSIGN TO "ASSIGN.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsAsStatus.

           SELECT SUBJECT-MASTER ASSIGN TO "SUBJMAST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY SB-CODE
               FILE STATUS wsSbStatus.

           SELECT FACULTY-MASTER ASSIGN TO "FACULTY.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY FC-ID
               FILE STATUS wsFcStatus.

           SELECT ASSESSMENT-FILE ASSIGN TO "ASSESSLG.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsTaStatus.

           SELECT STUDENT-MASTER-FILE ASSIGN TO "STUDENT.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsSmStatus.

           SELECT REF-SORT-FILE ASSIGN TO "SRTWK69".

           SELECT REPORT-PRINT-FILE ASSIGN TO "REFCHECK.PRT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD DAILY-SALES-FILE.
           COPY DAILYSAL.

           FD ITEM-MASTER.
           COPY ITEMMAST.

           FD CUSTOMER-MASTER.
           COPY CUSTMAST.

           FD AR-LEDGER-FILE.
           COPY ARLEDGER.

           FD INVOICE-FILE.
           COPY INVOICE.

           FD COMMISSION-PAY-FILE.
           COPY COMMPAY.

           FD DRAW-LEDGER-FILE.
           COPY DRAWLEDG.

           FD SALESMAN-MASTER.
           COPY SALESMST.

           FD ENROLLMENT-FILE.
           COPY ENROLL.

           FD ASSIGNMENT-FILE.
           COPY ASSIGN.

           FD SUBJECT-MASTER.
           COPY SUBJMAST.

           FD FACULTY-MASTER.
           COPY FACMAST.

           FD ASSESSMENT-FILE.
           COPY ASSESSLG.

           FD STUDENT-MASTER-FILE.
           COPY STUDMAST.

      *> Parent keys go in as side A and child rows as side B, so on
      *> the sorted file every child follows its parent, if it has
      *> one; the child carries its orphan line ready to print.
           SD REF-SORT-FILE.
           01 REF-SORT-REC.
               05 RS-KEY PIC X(6).
               05 RS-SIDE PIC X.
               05 RS-TEXT PIC X(72).

           FD REPORT-PRINT-FILE.
           01 REPORT-PRINT-REC PIC X(80).

           WORKING-STORAGE SECTION.
           01 wsEOF pic X value "N".
           01 wsDsStatus pic X(2).
           01 wsImStatus pic X(2).
           01 wsCuStatus pic X(2).
           01 wsArStatus pic X(2).
           01 wsIvStatus pic X(2).
           01 wsCpStatus pic X(2).
           01 wsDlStatus pic X(2).
           01 wsSlmStatus pic X(2).
           01 wsEnStatus pic X(2).
           01 wsAsStatus pic X(2).
           01 wsSbStatus pic X(2).
           01 wsFcStatus pic X(2).
           01 wsTaStatus pic X(2).
           01 wsSmStatus pic X(2).

      *> Which masters opened; a master that did not finds nothing.
           01 wsImOpen pic X value "N".
           01 wsCuOpen pic X value "N".
           01 wsSlmOpen pic X value "N".
           01 wsSbOpen pic X value "N".
           01 wsFcOpen pic X value "N".
           01 wsFound pic X.

           01 wsLastParent pic X(6).
           01 wsOrphanText pic X(72).
           01 wsTotalOrphans pic 9(6) value 0.

      *> The relationships swept, in report order.
           01 wsRelValues.
               05 FILLER pic X(36)
                   value "DAILY.DAT item -> ITEMMAST".
               05 FILLER pic X(36)
                   value "DAILY.DAT customer -> CUSTMAST".
               05 FILLER pic X(36)
                   value "ARLEDGER item -> INVOICE.DAT".
               05 FILLER pic X(36)
                   value "COMMPAY salesman -> SALESMAN".
               05 FILLER pic X(36)
                   value "DRAWLEDG salesman -> SALESMAN".
               05 FILLER pic X(36)
                   value "ENROLL subject -> SUBJMAST".
               05 FILLER pic X(36)
                   value "ASSIGN subject -> SUBJMAST".
               05 FILLER pic X(36)
                   value "ASSIGN teacher -> FACULTY".
               05 FILLER pic X(36)
                   value "ASSESSLG student -> STUDENT.DAT".
           01 wsRelTable REDEFINES wsRelValues.
               05 wsRelLabel pic X(36) OCCURS 9 TIMES.
           01 wsRelCounts.
               05 wsRelCount pic 9(6) OCCURS 9 TIMES.
           01 relIdx pic 9.

           01 dispCount pic ZZZ,ZZ9.

           COPY RPTHDR.
           COPY RPTPRT.

       PROCEDURE DIVISION.

           move "Cross-File Referential Integrity" to WS-RPT-TITLE
           perform PRINT-REPORT-HEADER

           MOVE SPACES TO wsRptColHead
           STRING "ORPHAN ROWS"
               DELIMITED BY SIZE INTO wsRptColHead
           perform OPEN-REPORT-PRINT
           display wsRptColHead

           PERFORM VARYING relIdx FROM 1 BY 1 UNTIL relIdx > 9
               MOVE 0 TO wsRelCount(relIdx)
           END-PERFORM

           perform OPEN-MASTERS
           perform CHECK-DAILY-SALES
           perform CHECK-COMMISSION-PAY
           perform CHECK-DRAW-LEDGER
           perform CHECK-ENROLLMENT
           perform CHECK-ASSIGNMENTS
           perform CLOSE-MASTERS

           MOVE 3 TO relIdx
           SORT REF-SORT-FILE
               ON ASCENDING KEY RS-KEY
               ON ASCENDING KEY RS-SIDE
               INPUT PROCEDURE RELEASE-INVOICES-AND-AR
               OUTPUT PROCEDURE MATCH-CHILDREN-TO-PARENTS

           MOVE 9 TO relIdx
           SORT REF-SORT-FILE
               ON ASCENDING KEY RS-KEY
               ON ASCENDING KEY RS-SIDE
               INPUT PROCEDURE RELEASE-ROSTER-AND-ASSESS
               OUTPUT PROCEDURE MATCH-CHILDREN-TO-PARENTS

           perform PRINT-RELATION-COUNTS
           perform CLOSE-REPORT-PRINT

           perform PRINT-REPORT-FOOTER.

           IF wsTotalOrphans > 0
               MOVE 8 TO RETURN-CODE
           END-IF.

       STOP RUN.

           COPY RPTHDRPR.
           COPY RPTPRTPR.

       SHOW-REPORT-LINE.
           display wsRptLine
           perform WRITE-REPORT-LINE.

       REPORT-ORPHAN.
           ADD 1 TO wsRelCount(relIdx)
           ADD 1 TO wsTotalOrphans
           MOVE wsOrphanText TO wsRptLine
           perform SHOW-REPORT-LINE.

       OPEN-MASTERS.
           OPEN INPUT ITEM-MASTER
           IF wsImStatus = "00"
               MOVE "Y" TO wsImOpen
           END-IF
           OPEN INPUT CUSTOMER-MASTER
           IF wsCuStatus = "00"
               MOVE "Y" TO wsCuOpen
           END-IF
           OPEN INPUT SALESMAN-MASTER
           IF wsSlmStatus = "00"
               MOVE "Y" TO wsSlmOpen
           END-IF
           OPEN INPUT SUBJECT-MASTER
           IF wsSbStatus = "00"
               MOVE "Y" TO wsSbOpen
           END-IF
           OPEN INPUT FACULTY-MASTER
           IF wsFcStatus = "00"
               MOVE "Y" TO wsFcOpen
           END-IF.

       CLOSE-MASTERS.
           IF wsImOpen = "Y"
               CLOSE ITEM-MASTER
           END-IF
           IF wsCuOpen = "Y"
               CLOSE CUSTOMER-MASTER
           END-IF
           IF wsSlmOpen = "Y"
               CLOSE SALESMAN-MASTER
           END-IF
           IF wsSbOpen = "Y"
               CLOSE SUBJECT-MASTER
           END-IF
           IF wsFcOpen = "Y"
               CLOSE FACULTY-MASTER
           END-IF.

      *> A row with no item (a keying error PREEDIT rejects) has no
      *> key to check on that side, nor does a row written before
      *> the customer was carried (a blank or zero DS-CUST).
       CHECK-DAILY-SALES.
           MOVE "N" TO wsEOF
           OPEN INPUT DAILY-SALES-FILE
           IF wsDsStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL wsEOF = "Y"
               READ DAILY-SALES-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       IF DS-ITEM NOT = SPACES
                           perform LOOK-UP-ITEM
                       END-IF
                       IF DS-CUST IS NUMERIC AND DS-CUST NOT = 0
                           perform LOOK-UP-CUSTOMER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DAILY-SALES-FILE
           MOVE "N" TO wsEOF.

       LOOK-UP-ITEM.
           MOVE "N" TO wsFound
           IF wsImOpen = "Y"
               MOVE DS-ITEM TO IM-ITEM
               READ ITEM-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO wsFound
               END-READ
           END-IF
           IF wsFound = "N"
               MOVE 1 TO relIdx
               MOVE SPACES TO wsOrphanText
               STRING "DAILY.DAT " DS-RUNDATE " salesman "
                   DS-SNUMBER " item " DS-ITEM " not on ITEMMAST"
                   DELIMITED BY SIZE INTO wsOrphanText
               perform REPORT-ORPHAN
           END-IF.

       LOOK-UP-CUSTOMER.
           MOVE "N" TO wsFound
           IF wsCuOpen = "Y"
               MOVE DS-CUST TO CU-CNUM
               READ CUSTOMER-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO wsFound
               END-READ
           END-IF
           IF wsFound = "N"
               MOVE 2 TO relIdx
               MOVE SPACES TO wsOrphanText
               STRING "DAILY.DAT " DS-RUNDATE " salesman "
                   DS-SNUMBER " customer " DS-CUST
                   " not on CUSTMAST"
                   DELIMITED BY SIZE INTO wsOrphanText
               perform REPORT-ORPHAN
           END-IF.

       CHECK-COMMISSION-PAY.
           MOVE "N" TO wsEOF
           OPEN INPUT COMMISSION-PAY-FILE
           IF wsCpStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL wsEOF = "Y"
               READ COMMISSION-PAY-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       MOVE CP-SNUM TO SLM-SNUM
                       perform LOOK-UP-SALESMAN
                       IF wsFound = "N"
                           MOVE 4 TO relIdx
                           MOVE SPACES TO wsOrphanText
                           STRING "COMMPAY " CP-PAYDATE " cheque "
                               CP-CHEQUE " salesman " CP-SNUM
                               " not on SALESMAN"
                               DELIMITED BY SIZE INTO wsOrphanText
                           perform REPORT-ORPHAN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COMMISSION-PAY-FILE
           MOVE "N" TO wsEOF.

       CHECK-DRAW-LEDGER.
           MOVE "N" TO wsEOF
           OPEN INPUT DRAW-LEDGER-FILE
           IF wsDlStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL wsEOF = "Y"
               READ DRAW-LEDGER-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       MOVE DL-SNUM TO SLM-SNUM
                       perform LOOK-UP-SALESMAN
                       IF wsFound = "N"
                           MOVE 5 TO relIdx
                           MOVE SPACES TO wsOrphanText
                           STRING "DRAWLEDG " DL-DATE " type "
                               DL-TYPE " salesman " DL-SNUM
                               " not on SALESMAN"
                               DELIMITED BY SIZE INTO wsOrphanText
                           perform REPORT-ORPHAN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DRAW-LEDGER-FILE
           MOVE "N" TO wsEOF.

      *> SLM-SNUM is loaded by the caller.
       LOOK-UP-SALESMAN.
           MOVE "N" TO wsFound
           IF wsSlmOpen = "Y"
               READ SALESMAN-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO wsFound
               END-READ
           END-IF.

       CHECK-ENROLLMENT.
           MOVE "N" TO wsEOF
           OPEN INPUT ENROLLMENT-FILE
           IF wsEnStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL wsEOF = "Y"
               READ ENROLLMENT-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       MOVE EN-SUBJECT TO SB-CODE
                       perform LOOK-UP-SUBJECT
                       IF wsFound = "N"
                           MOVE 6 TO relIdx
                           MOVE SPACES TO wsOrphanText
                           STRING "ENROLL " EN-TERM " student "
                               EN-STUID " subject " EN-SUBJECT
                               " not on SUBJMAST"
                               DELIMITED BY SIZE INTO wsOrphanText
                           perform REPORT-ORPHAN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ENROLLMENT-FILE
           MOVE "N" TO wsEOF.

       CHECK-ASSIGNMENTS.
           MOVE "N" TO wsEOF
           OPEN INPUT ASSIGNMENT-FILE
           IF wsAsStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL wsEOF = "Y"
               READ ASSIGNMENT-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       MOVE AS-SUBJECT TO SB-CODE
                       perform LOOK-UP-SUBJECT
                       IF wsFound = "N"
                           MOVE 7 TO relIdx
                           MOVE SPACES TO wsOrphanText
                           STRING "ASSIGN " AS-TERM " section "
                               AS-SECTION " subject " AS-SUBJECT
                               " not on SUBJMAST"
                               DELIMITED BY SIZE INTO wsOrphanText
                           perform REPORT-ORPHAN
                       END-IF
                       perform LOOK-UP-TEACHER
               END-READ
           END-PERFORM
           CLOSE ASSIGNMENT-FILE
           MOVE "N" TO wsEOF.

      *> SB-CODE is loaded by the caller.
       LOOK-UP-SUBJECT.
           MOVE "N" TO wsFound
           IF wsSbOpen = "Y"
               READ SUBJECT-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO wsFound
               END-READ
           END-IF.

       LOOK-UP-TEACHER.
           MOVE "N" TO wsFound
           IF wsFcOpen = "Y"
               MOVE AS-FACID TO FC-ID
               READ FACULTY-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO wsFound
               END-READ
           END-IF
           IF wsFound = "N"
               MOVE 8 TO relIdx
               MOVE SPACES TO wsOrphanText
               STRING "ASSIGN " AS-TERM " section " AS-SECTION
                   " subject " AS-SUBJECT " teacher " AS-FACID
                   " not on FACULTY"
                   DELIMITED BY SIZE INTO wsOrphanText
               perform REPORT-ORPHAN
           END-IF.

      *> Invoices and credit memos alike are parents: an AR item is
      *> only an orphan when INVOICE.DAT has no document under its
      *> number at all.
       RELEASE-INVOICES-AND-AR.
           MOVE "N" TO wsEOF
           OPEN INPUT INVOICE-FILE
           IF wsIvStatus NOT = "00"
               MOVE "Y" TO wsEOF
           END-IF
           PERFORM UNTIL wsEOF = "Y"
               READ INVOICE-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       MOVE IV-INVNO TO RS-KEY
                       MOVE "A" TO RS-SIDE
                       MOVE SPACES TO RS-TEXT
                       RELEASE REF-SORT-REC
               END-READ
           END-PERFORM
           IF wsIvStatus = "00" OR wsIvStatus = "10"
               CLOSE INVOICE-FILE
           END-IF

           MOVE "N" TO wsEOF
           OPEN INPUT AR-LEDGER-FILE
           IF wsArStatus NOT = "00"
               MOVE "Y" TO wsEOF
           END-IF
           PERFORM UNTIL wsEOF = "Y"
               READ AR-LEDGER-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       MOVE AR-INVNO TO RS-KEY
                       MOVE "B" TO RS-SIDE
                       MOVE SPACES TO RS-TEXT
                       STRING "ARLEDGER item " AR-INVNO
                           " customer " AR-CUST " dated "
                           AR-BUSDATE " not on INVOICE.DAT"
                           DELIMITED BY SIZE INTO RS-TEXT
                       RELEASE REF-SORT-REC
               END-READ
           END-PERFORM
           IF wsArStatus = "00" OR wsArStatus = "10"
               CLOSE AR-LEDGER-FILE
           END-IF
           MOVE "N" TO wsEOF.

       RELEASE-ROSTER-AND-ASSESS.
           MOVE "N" TO wsEOF
           OPEN INPUT STUDENT-MASTER-FILE
           IF wsSmStatus NOT = "00"
               MOVE "Y" TO wsEOF
           END-IF
           PERFORM UNTIL wsEOF = "Y"
               READ STUDENT-MASTER-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       MOVE SM-STUID TO RS-KEY
                       MOVE "A" TO RS-SIDE
                       MOVE SPACES TO RS-TEXT
                       RELEASE REF-SORT-REC
               END-READ
           END-PERFORM
           IF wsSmStatus = "00" OR wsSmStatus = "10"
               CLOSE STUDENT-MASTER-FILE
           END-IF

           MOVE "N" TO wsEOF
           OPEN INPUT ASSESSMENT-FILE
           IF wsTaStatus NOT = "00"
               MOVE "Y" TO wsEOF
           END-IF
           PERFORM UNTIL wsEOF = "Y"
               READ ASSESSMENT-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       MOVE TA-STUID TO RS-KEY
                       MOVE "B" TO RS-SIDE
                       MOVE SPACES TO RS-TEXT
                       STRING "ASSESSLG " TA-TERM " student "
                           TA-STUID " " TA-SNAME
                           " not on STUDENT.DAT"
                           DELIMITED BY SIZE INTO RS-TEXT
                       RELEASE REF-SORT-REC
               END-READ
           END-PERFORM
           IF wsTaStatus = "00" OR wsTaStatus = "10"
               CLOSE ASSESSMENT-FILE
           END-IF
           MOVE "N" TO wsEOF.

      *> relIdx names the relationship being matched.
       MATCH-CHILDREN-TO-PARENTS.
           MOVE HIGH-VALUES TO wsLastParent
           PERFORM FOREVER
               RETURN REF-SORT-FILE
                   AT END
                       EXIT PERFORM
               END-RETURN
               IF RS-SIDE = "A"
                   MOVE RS-KEY TO wsLastParent
               ELSE
                   IF RS-KEY NOT = wsLastParent
                       MOVE RS-TEXT TO wsOrphanText
                       perform REPORT-ORPHAN
                   END-IF
               END-IF
           END-PERFORM.

       PRINT-RELATION-COUNTS.
           MOVE SPACES TO wsRptLine
           perform SHOW-REPORT-LINE
           MOVE "ORPHANS BY RELATIONSHIP" TO wsRptLine
           perform SHOW-REPORT-LINE
           PERFORM VARYING relIdx FROM 1 BY 1 UNTIL relIdx > 9
               MOVE wsRelCount(relIdx) TO dispCount
               STRING "  " wsRelLabel(relIdx) " " dispCount
                   DELIMITED BY SIZE INTO wsRptLine
               perform SHOW-REPORT-LINE
           END-PERFORM
           MOVE wsTotalOrphans TO dispCount
           IF wsTotalOrphans = 0
               MOVE "No orphans -- every key resolves." TO wsRptLine
           ELSE
               STRING "TOTAL ORPHANS " dispCount
                   " -- RETURN CODE 8, POSTING HELD"
                   DELIMITED BY SIZE INTO wsRptLine
           END-IF
           perform SHOW-REPORT-LINE.
