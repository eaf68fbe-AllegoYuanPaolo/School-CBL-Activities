      *> Record-access report and the field-visibility table behind
      *> it. Mode 1 is the auditor's report: every line on the access
      *> log (ACCLOG.DAT) inside a date range -- who looked, under
      *> which class, from which program, at whose record, and which
      *> sensitive categories were shown unmasked -- optionally
      *> narrowed to one operator or one student/salesman number,
      *> with the count of views at the foot. Console and ACCRPT.PRT.
      *> Mode 2 lists what each operator class is cleared to see,
      *> the compiled-in rule with FLDVIS.DAT laid over it. Mode 3
      *> clears or masks one category for one class on FLDVIS.DAT.
      *> The report and the table change are supervisor-only, the
      *> class proven against OPERPROF.DAT the way ARWOFF does it.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-PROFILE-FILE ASSIGN TO "OPERPROF.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsOpStatus.

           SELECT FIELD-VIS-FILE ASSIGN TO "FLDVIS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsFvStatus.

           SELECT FIELD-VIS-WORK-FILE ASSIGN TO "FLDVISWK.DAT"
               ORGANIZATION LINE SEQUENTIAL.

           SELECT ACCESS-LOG-FILE ASSIGN TO "ACCLOG.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsAxStatus.

           SELECT REPORT-PRINT-FILE ASSIGN TO "ACCRPT.PRT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD OPERATOR-PROFILE-FILE.
           COPY OPERPROF.

           FD FIELD-VIS-FILE.
           COPY FIELDVIS.

      *> Cut wider than the 10-byte visibility record so the copy
      *> pass can never shave a line.
           FD FIELD-VIS-WORK-FILE.
           01 FIELD-VIS-WORK-REC PIC X(20).

           FD ACCESS-LOG-FILE.
           COPY ACCLOG.

           FD REPORT-PRINT-FILE.
           01 REPORT-PRINT-REC PIC X(80).

           WORKING-STORAGE SECTION.
           01 wsMode pic 9.
           01 wsEOF pic X value "N".

           01 wsOperator pic X(8).
           01 wsIsSuper pic X value "N".
           01 wsProfEOF pic X.

           01 wsFromDate pic 9(8).
           01 wsToDate pic 9(8).
           01 pickOperator pic X(8).
           01 pickKey pic 9(6).
           01 wsViewCount pic 9(6) value 0.

           01 pickClass pic X.
           01 pickField pic X(8).
           01 pickShow pic X.
           01 wsFound pic X.
           01 wsClasses pic X(4) value "SEDO".
           01 wsClassIdx pic 9.

           01 dispKey pic X(6).
           01 dispCount pic ZZZ,ZZ9.

           COPY NUMCHECK.
           COPY RPTHDR.
           COPY RPTPRT.
           COPY FLDVISWS.

       PROCEDURE DIVISION.

           display "Operator ID: " with no advancing.
           accept wsOperator.
           perform CHECK-OPERATOR-CLASS.

           move "Record Access and Field Visibility" to WS-RPT-TITLE
           perform PRINT-REPORT-HEADER

           display "1. Record access report (supervisor)".
           display "2. List field visibility by class".
           display "3. Set a class's field visibility (supervisor)".
           display "Select mode: " with no advancing.
           accept wsMode.

           evaluate wsMode
               when 1
                   perform ACCESS-REPORT
               when 2
                   perform LIST-VISIBILITY
               when 3
                   perform SET-VISIBILITY
               when other
                   display "Invalid selection."
           end-evaluate.

           perform PRINT-REPORT-FOOTER.

       STOP RUN.

           COPY NUMCHKPR.
           COPY RPTHDRPR.
           COPY RPTPRTPR.
           COPY FLDVISPR.

      *> The supervisor class comes off the operator profile, the
      *> same file MENU signs on against; with no profile file on
      *> disk the bootstrap rule MENU uses applies here too.
       CHECK-OPERATOR-CLASS.
           MOVE "N" TO wsIsSuper
           MOVE "N" TO wsProfEOF
           OPEN INPUT OPERATOR-PROFILE-FILE
           IF wsOpStatus NOT = "00"
               display "No operator profile file on disk --"
                   " treating the operator as supervisor."
               MOVE "Y" TO wsIsSuper
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL wsProfEOF = "Y"
               READ OPERATOR-PROFILE-FILE
                   AT END
                       MOVE "Y" TO wsProfEOF
                   NOT AT END
                       IF OP-ID = wsOperator
                           IF OP-SUPERVISOR
                               MOVE "Y" TO wsIsSuper
                           END-IF
                           MOVE "Y" TO wsProfEOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPERATOR-PROFILE-FILE.

       SHOW-REPORT-LINE.
           display wsRptLine
           perform WRITE-REPORT-LINE.

      *> A blank operator or a zero record number takes every one.
       ACCESS-REPORT.
           IF wsIsSuper NOT = "Y"
               display "The access report is supervisor-only --"
                   " operator " wsOperator " is not class S."
               EXIT PARAGRAPH
           END-IF
           move "N" to WS-VALID-OK
           perform until VALID-NUMERIC-INPUT
               display "From date (YYYYMMDD): " with no advancing
               accept WS-VALID-BUFFER
               perform VALIDATE-NUMERIC-INPUT
           end-perform
           compute wsFromDate = function numval(WS-VALID-BUFFER)
           move "N" to WS-VALID-OK
           perform until VALID-NUMERIC-INPUT
               display "To date (YYYYMMDD): " with no advancing
               accept WS-VALID-BUFFER
               perform VALIDATE-NUMERIC-INPUT
           end-perform
           compute wsToDate = function numval(WS-VALID-BUFFER)
           IF wsToDate < wsFromDate
               display "The range ends before it starts."
               EXIT PARAGRAPH
           END-IF
           display "Operator (blank for all): " with no advancing
           accept pickOperator
           move function upper-case(pickOperator) to pickOperator
           move "N" to WS-VALID-OK
           perform until VALID-NUMERIC-INPUT
               display "Student/salesman number (0 for all): "
                   with no advancing
               accept WS-VALID-BUFFER
               perform VALIDATE-NUMERIC-INPUT
           end-perform
           compute pickKey = function numval(WS-VALID-BUFFER)

           MOVE SPACES TO wsRptColHead
           STRING "DATE     TIME   OPERATOR C PROGRAM  KIND RECORD"
               " SHOWN"
               DELIMITED BY SIZE INTO wsRptColHead
           perform OPEN-REPORT-PRINT
           display wsRptColHead

           MOVE 0 TO wsViewCount
           move "N" to wsEOF
           OPEN INPUT ACCESS-LOG-FILE
           IF wsAxStatus NOT = "00"
               MOVE "Y" TO wsEOF
           END-IF
           PERFORM UNTIL wsEOF = "Y"
               READ ACCESS-LOG-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       IF AX-TIMESTAMP(1:8) >= wsFromDate
                           AND AX-TIMESTAMP(1:8) <= wsToDate
                           AND (pickOperator = SPACES
                               OR AX-OPERATOR = pickOperator)
                           AND (pickKey = 0 OR AX-KEY = pickKey)
                           perform PRINT-ACCESS-LINE
                       END-IF
               END-READ
           END-PERFORM
           IF wsAxStatus = "00" OR wsAxStatus = "10"
               CLOSE ACCESS-LOG-FILE
           END-IF
           MOVE "N" TO wsEOF

           MOVE SPACES TO wsRptLine
           perform SHOW-REPORT-LINE
           IF wsViewCount = 0
               MOVE "NO RECORD ACCESS IN THE RANGE." TO wsRptLine
               perform SHOW-REPORT-LINE
           END-IF
           MOVE wsViewCount TO dispCount
           STRING "Unmasked views: " dispCount
               DELIMITED BY SIZE INTO wsRptLine
           perform SHOW-REPORT-LINE
           perform CLOSE-REPORT-PRINT.

      *> A transaction-log listing over every key shows as ALL.
       PRINT-ACCESS-LINE.
           ADD 1 TO wsViewCount
           IF AX-KEY = 0
               MOVE "ALL" TO dispKey
           ELSE
               MOVE AX-KEY TO dispKey
           END-IF
           MOVE SPACES TO wsRptLine
           STRING AX-TIMESTAMP(1:8) " " AX-TIMESTAMP(9:6) " "
               AX-OPERATOR " " AX-CLASS " " AX-PROGRAM " "
               AX-KIND "  " dispKey " " AX-SHOWN
               DELIMITED BY SIZE INTO wsRptLine
           perform SHOW-REPORT-LINE.

       LIST-VISIBILITY.
           display "CLASS GRADES COMMISSN TAX ADDRESS"
           PERFORM VARYING wsClassIdx FROM 1 BY 1
                   UNTIL wsClassIdx > 4
               MOVE wsClasses(wsClassIdx:1) TO wsFvClass
               perform LOAD-CLASS-VISIBILITY
               display "  " wsFvClass "     " wsShowGrades "      "
                   wsShowComm "        " wsShowTax "   " wsShowAddr
           END-PERFORM
           display "(Y shown, N masked)".

      *> The class's line for the category is rewritten in place
      *> through the work file, or added at the end if it has none.
       SET-VISIBILITY.
           IF wsIsSuper NOT = "Y"
               display "Visibility changes are supervisor-only --"
                   " operator " wsOperator " is not class S."
               EXIT PARAGRAPH
           END-IF
           display "Class (S/E/D/O): " with no advancing
           accept pickClass
           move function upper-case(pickClass) to pickClass
           IF pickClass NOT = "S" AND pickClass NOT = "E"
               AND pickClass NOT = "D" AND pickClass NOT = "O"
               display "Unknown class " pickClass "."
               EXIT PARAGRAPH
           END-IF
           display "Field (GRADES/COMMISSN/TAX/ADDRESS): "
               with no advancing
           accept pickField
           move function upper-case(pickField) to pickField
           IF pickField NOT = "GRADES" AND pickField NOT = "COMMISSN"
               AND pickField NOT = "TAX" AND pickField NOT = "ADDRESS"
               display "Unknown field " function trim(pickField) "."
               EXIT PARAGRAPH
           END-IF
           display "Show unmasked (Y/N): " with no advancing
           accept pickShow
           move function upper-case(pickShow) to pickShow
           IF pickShow NOT = "Y" AND pickShow NOT = "N"
               display "Answer Y or N."
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO wsFound
           move "N" to wsEOF
           OPEN OUTPUT FIELD-VIS-WORK-FILE
           OPEN INPUT FIELD-VIS-FILE
           IF wsFvStatus NOT = "00"
               MOVE "Y" TO wsEOF
           END-IF
           PERFORM UNTIL wsEOF = "Y"
               READ FIELD-VIS-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       IF FV-CLASS = pickClass
                           AND FV-FIELD = pickField
                           MOVE pickShow TO FV-SHOW
                           MOVE "Y" TO wsFound
                       END-IF
                       MOVE FIELD-VIS-REC TO FIELD-VIS-WORK-REC
                       WRITE FIELD-VIS-WORK-REC
               END-READ
           END-PERFORM
           IF wsFvStatus = "00" OR wsFvStatus = "10"
               CLOSE FIELD-VIS-FILE
           END-IF
           IF wsFound = "N"
               MOVE pickClass TO FV-CLASS
               MOVE pickField TO FV-FIELD
               MOVE pickShow TO FV-SHOW
               MOVE FIELD-VIS-REC TO FIELD-VIS-WORK-REC
               WRITE FIELD-VIS-WORK-REC
           END-IF
           CLOSE FIELD-VIS-WORK-FILE

           move "N" to wsEOF
           OPEN INPUT FIELD-VIS-WORK-FILE
           OPEN OUTPUT FIELD-VIS-FILE
           PERFORM UNTIL wsEOF = "Y"
               READ FIELD-VIS-WORK-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       MOVE FIELD-VIS-WORK-REC TO FIELD-VIS-REC
                       WRITE FIELD-VIS-REC
               END-READ
           END-PERFORM
           CLOSE FIELD-VIS-WORK-FILE
           CLOSE FIELD-VIS-FILE
           MOVE "N" TO wsEOF

           IF pickShow = "Y"
               display "Class " pickClass " now sees "
                   function trim(pickField) " unmasked."
           ELSE
               display "Class " pickClass " now has "
                   function trim(pickField) " masked."
           END-IF.
