      *> Certificate of Registration. For a term, prints the
      *> registrar's certificate that a student is registered: the
      *> student off the master, every subject carried on ENROLL.DAT
      *> with its description and units off the subject master and,
      *> where TIMETBL has booked the section, the days, times and
      *> room it meets; then the assessment off ASSESSLG.DAT --
      *> tuition, fees, the scholarship discount, the total billed --
      *> and what has been paid against it to date. Each certificate
      *> carries a control number drawn from CORCTL.DAT the way
      *> CASHIER draws its OR numbers, and goes on CORLOG.DAT so the
      *> number can be verified when a scholarship office or an
      *> embassy asks. Mode 1 prints one student, mode 2 the whole
      *> of a section. A student with an active hold is refused, the
      *> CERTGEN rule, with the office to see. COR.PRT.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CORPRINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-MASTER-FILE ASSIGN TO "STUDENT.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsSmStatus.

           SELECT ENROLLMENT-FILE ASSIGN TO "ENROLL.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsEnStatus.

           SELECT SUBJECT-MASTER ASSIGN TO "SUBJMAST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY SB-CODE
               FILE STATUS wsSbStatus.

           SELECT TIMETABLE-FILE ASSIGN TO "TIMETBL.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsTtStatus.

           SELECT ASSESSMENT-FILE ASSIGN TO "ASSESSLG.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsTaStatus.

           SELECT STUDENT-HOLD-FILE ASSIGN TO "HOLDS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsHdStatus.

           SELECT COR-CONTROL-FILE ASSIGN TO "CORCTL.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsCcStatus.

           SELECT COR-LOG-FILE ASSIGN TO "CORLOG.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsClStatus.

           SELECT COR-PRINT-FILE ASSIGN TO "COR.PRT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD STUDENT-MASTER-FILE.
           COPY STUDMAST.

           FD ENROLLMENT-FILE.
           COPY ENROLL.

           FD SUBJECT-MASTER.
           COPY SUBJMAST.

           FD TIMETABLE-FILE.
           COPY TIMETBL.

           FD ASSESSMENT-FILE.
           COPY ASSESSLG.

           FD STUDENT-HOLD-FILE.
           COPY HOLDS.

           FD COR-CONTROL-FILE.
           01 COR-CONTROL-REC.
               05 CC-NEXT-CORNO PIC 9(6).

           FD COR-LOG-FILE.
           COPY CORLOG.

           FD COR-PRINT-FILE.
           01 COR-PRINT-REC PIC X(80).

           WORKING-STORAGE SECTION.
           01 wsEOF pic X value "N".
           01 wsFileEOF pic X.
           01 wsTtEOF pic X.
           01 wsSmStatus pic X(2).
           01 wsEnStatus pic X(2).
           01 wsSbStatus pic X(2).
           01 wsTtStatus pic X(2).
           01 wsTaStatus pic X(2).
           01 wsCcStatus pic X(2).
           01 wsClStatus pic X(2).
           01 wsSbAvail pic X value "N".

           01 wsMode pic 9.
           01 pickTerm pic X(6).
           01 pickStuId pic 9(6).
           01 pickSection pic X(2).
           01 wsToday pic 9(8).
           01 wsNextCorNo pic 9(6).

           01 wsSubjCount pic 9(3).
           01 wsUnitsTotal pic 9(3)v9.
           01 wsSlotCount pic 9(3).
           01 wsAssessed pic X.
           01 wsAssessSave pic X(90).
           01 wsBalance pic S9(7)v99.
           01 wsCorLine pic X(80) value spaces.
           01 wsDesc pic X(20).
           01 wsUnits pic 9v9.

           01 wsMatchCount pic 9(5) value 0.
           01 wsIssuedCount pic 9(5) value 0.
           01 wsWithheldCount pic 9(5) value 0.

           01 dispUnits pic Z9.9.
           01 dispUnitsTotal pic ZZ9.9.
           01 dispStart pic 99B99.
           01 dispEnd pic 99B99.
           01 dispAmount pic ZZZ,ZZZ,ZZ9.99.
           01 dispBalance pic ZZZ,ZZZ,ZZ9.99-.
           01 dispCount pic ZZ,ZZ9.

           COPY HOLDWS.
           COPY NUMCHECK.
           COPY RPTHDR.

       PROCEDURE DIVISION.

           display "Term of registration (e.g. 2025-1): "
               with no advancing.
           move spaces to pickTerm.
           accept pickTerm.
           display "1. One student"
           display "2. A whole section"
           display "Select mode: " with no advancing.
           accept wsMode.
           EVALUATE wsMode
               WHEN 1
                   move "N" to WS-VALID-OK
                   perform until VALID-NUMERIC-INPUT
                       display "Student ID: " with no advancing
                       accept WS-VALID-BUFFER
                       perform VALIDATE-NUMERIC-INPUT
                   end-perform
                   compute pickStuId = function numval(WS-VALID-BUFFER)
               WHEN 2
                   display "Section: " with no advancing
                   move spaces to pickSection
                   accept pickSection
               WHEN OTHER
                   display "Invalid selection."
                   STOP RUN
           END-EVALUATE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO wsToday.

           OPEN INPUT STUDENT-MASTER-FILE.
           IF wsSmStatus NOT = "00"
               display "Student master not on file -- nothing to"
                   " certify."
               STOP RUN
           END-IF.

           move "Certificate of Registration" to WS-RPT-TITLE
           perform PRINT-REPORT-HEADER

           OPEN INPUT SUBJECT-MASTER.
           IF wsSbStatus = "00"
               MOVE "Y" TO wsSbAvail
           END-IF.
           OPEN OUTPUT COR-PRINT-FILE.
           PERFORM UNTIL wsEOF = "Y"
               READ STUDENT-MASTER-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       IF SM-TERM = pickTerm
                           AND ((wsMode = 1 AND SM-STUID = pickStuId)
                           OR (wsMode = 2
                               AND SM-SECTION = pickSection))
                           perform CERTIFY-ONE-STUDENT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE COR-PRINT-FILE.
           IF wsSbAvail = "Y"
               CLOSE SUBJECT-MASTER
           END-IF.
           CLOSE STUDENT-MASTER-FILE.

           IF wsMatchCount = 0
               IF wsMode = 1
                   display "Student #" pickStuId " is not on the"
                       " roster for " pickTerm "."
               ELSE
                   display "No one on the roster in section "
                       pickSection " for " pickTerm "."
               END-IF
           END-IF.
           display " ".
           MOVE wsIssuedCount TO dispCount.
           display "Certificates issued:  " dispCount.
           MOVE wsWithheldCount TO dispCount.
           display "Withheld for holds:   " dispCount.
           IF wsIssuedCount > 0
               display "Certificates are on COR.PRT."
           END-IF.
           perform PRINT-REPORT-FOOTER.

       STOP RUN.

           COPY HOLDPR.
           COPY NUMCHKPR.
           COPY RPTHDRPR.

       CERTIFY-ONE-STUDENT.
           ADD 1 TO wsMatchCount
           MOVE SM-STUID TO holdStuId
           perform CHECK-STUDENT-HOLDS
           IF holdCount > 0
               ADD 1 TO wsWithheldCount
               display "Withheld: #" SM-STUID " " SM-SNAME
                   " is on hold -- see the "
                   function trim(holdOfficeName) "."
               EXIT PARAGRAPH
           END-IF

           perform FIND-ASSESSMENT
           perform GET-NEXT-COR-NUMBER
           perform PRINT-CERTIFICATE
           perform WRITE-COR-LOG
           ADD 1 TO wsIssuedCount
           display "COR #" wsNextCorNo " for #" SM-STUID " "
               SM-SNAME.

      *> The certificate quotes the latest assessment line of the
      *> term for the student -- a re-assessment supersedes.
       FIND-ASSESSMENT.
           MOVE "N" TO wsAssessed
           MOVE "N" TO wsFileEOF
           OPEN INPUT ASSESSMENT-FILE
           IF wsTaStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL wsFileEOF = "Y"
               READ ASSESSMENT-FILE
                   AT END
                       MOVE "Y" TO wsFileEOF
                   NOT AT END
                       IF TA-TERM = pickTerm
                           AND TA-STUID = SM-STUID
                           MOVE "Y" TO wsAssessed
                           MOVE ASSESSMENT-REC TO wsAssessSave
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ASSESSMENT-FILE
           IF wsAssessed = "Y"
               MOVE wsAssessSave TO ASSESSMENT-REC
           END-IF.

      *> Drawn and the control rewritten before the certificate is
      *> cut: a crash can skip a number but never issue it twice.
       GET-NEXT-COR-NUMBER.
           MOVE 1 TO wsNextCorNo
           OPEN INPUT COR-CONTROL-FILE
           IF wsCcStatus = "00"
               READ COR-CONTROL-FILE
                   NOT AT END
                       MOVE CC-NEXT-CORNO TO wsNextCorNo
               END-READ
               CLOSE COR-CONTROL-FILE
           END-IF
           OPEN OUTPUT COR-CONTROL-FILE
           COMPUTE CC-NEXT-CORNO = wsNextCorNo + 1
           WRITE COR-CONTROL-REC
           CLOSE COR-CONTROL-FILE.

       WRITE-COR-LOG.
           OPEN EXTEND COR-LOG-FILE
           IF wsClStatus = "35"
               OPEN OUTPUT COR-LOG-FILE
               CLOSE COR-LOG-FILE
               OPEN EXTEND COR-LOG-FILE
           END-IF
           MOVE wsNextCorNo TO CL-CORNO
           MOVE pickTerm TO CL-TERM
           MOVE SM-STUID TO CL-STUID
           MOVE wsToday TO CL-ISSUED
           MOVE wsUnitsTotal TO CL-UNITS
           IF wsAssessed = "Y"
               MOVE TA-TOTAL TO CL-TOTAL
               MOVE TA-PAID TO CL-PAID
           ELSE
               MOVE 0 TO CL-TOTAL
               MOVE 0 TO CL-PAID
           END-IF
           WRITE COR-LOG-REC
           CLOSE COR-LOG-FILE.

       PRINT-CERTIFICATE.
           MOVE ALL "=" TO wsCorLine
           perform WRITE-COR-LINE
           MOVE "  CERTIFICATE OF REGISTRATION" TO wsCorLine
           STRING "CONTROL NO. " wsNextCorNo
               DELIMITED BY SIZE INTO wsCorLine(57:18)
           perform WRITE-COR-LINE
           perform WRITE-COR-LINE
           STRING "  STUDENT  " SM-SNAME "   #" SM-STUID
               DELIMITED BY SIZE INTO wsCorLine
           perform WRITE-COR-LINE
           STRING "  TERM     " pickTerm "   SECTION " SM-SECTION
               "   ISSUED " wsToday
               DELIMITED BY SIZE INTO wsCorLine
           perform WRITE-COR-LINE
           perform WRITE-COR-LINE
           MOVE "  SUBJECT    DESCRIPTION          UNITS  DAYS    TIME"
               & "        ROOM" TO wsCorLine
           perform WRITE-COR-LINE
           MOVE ALL "-" TO wsCorLine
           perform WRITE-COR-LINE
           perform LIST-ENROLLED-SUBJECTS
           MOVE ALL "-" TO wsCorLine
           perform WRITE-COR-LINE
           MOVE wsUnitsTotal TO dispUnitsTotal
           MOVE wsSubjCount TO dispCount
           STRING "  SUBJECTS " dispCount "         TOTAL UNITS "
               dispUnitsTotal
               DELIMITED BY SIZE INTO wsCorLine
           perform WRITE-COR-LINE
           perform WRITE-COR-LINE
           perform PRINT-ASSESSMENT-BLOCK
           perform WRITE-COR-LINE
           MOVE "  This certifies that the student named above is"
               & " officially registered for" TO wsCorLine
           perform WRITE-COR-LINE
           MOVE "  the term shown, carrying the subjects listed."
               TO wsCorLine
           perform WRITE-COR-LINE
           perform WRITE-COR-LINE
           perform WRITE-COR-LINE
           MOVE "  ____________________________" TO wsCorLine
           perform WRITE-COR-LINE
           MOVE "  Registrar" TO wsCorLine
           perform WRITE-COR-LINE
           MOVE ALL "=" TO wsCorLine
           perform WRITE-COR-LINE
           perform WRITE-COR-LINE.

       LIST-ENROLLED-SUBJECTS.
           MOVE 0 TO wsSubjCount
           MOVE 0 TO wsUnitsTotal
           MOVE "N" TO wsFileEOF
           OPEN INPUT ENROLLMENT-FILE
           IF wsEnStatus NOT = "00"
               MOVE "  (NO SUBJECTS ON FILE)" TO wsCorLine
               perform WRITE-COR-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL wsFileEOF = "Y"
               READ ENROLLMENT-FILE
                   AT END
                       MOVE "Y" TO wsFileEOF
                   NOT AT END
                       IF EN-TERM = pickTerm
                           AND EN-STUID = SM-STUID
                           perform LIST-ONE-SUBJECT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ENROLLMENT-FILE
           IF wsSubjCount = 0
               MOVE "  (NO SUBJECTS ON FILE)" TO wsCorLine
               perform WRITE-COR-LINE
           END-IF.

      *> A subject meeting in more than one pattern (a lecture and a
      *> lab) prints a line per slot; an unbooked one prints TBA.
       LIST-ONE-SUBJECT.
           ADD 1 TO wsSubjCount
           MOVE SPACES TO wsDesc
           MOVE 0 TO wsUnits
           IF wsSbAvail = "Y"
               MOVE EN-SUBJECT TO SB-CODE
               READ SUBJECT-MASTER
                   INVALID KEY
                       MOVE "(not on master)" TO wsDesc
                   NOT INVALID KEY
                       MOVE SB-DESC TO wsDesc
                       MOVE SB-UNITS TO wsUnits
               END-READ
           END-IF
           ADD wsUnits TO wsUnitsTotal
           MOVE wsUnits TO dispUnits

           MOVE 0 TO wsSlotCount
           MOVE "N" TO wsTtEOF
           OPEN INPUT TIMETABLE-FILE
           IF wsTtStatus NOT = "00"
               MOVE "Y" TO wsTtEOF
           END-IF
           PERFORM UNTIL wsTtEOF = "Y"
               READ TIMETABLE-FILE
                   AT END
                       MOVE "Y" TO wsTtEOF
                   NOT AT END
                       IF TT-TERM = pickTerm
                           AND TT-SECTION = EN-SECTION
                           AND TT-SUBJECT = EN-SUBJECT
                           ADD 1 TO wsSlotCount
                           MOVE TT-START TO dispStart
                           MOVE TT-END TO dispEnd
                           INSPECT dispStart REPLACING ALL " " BY ":"
                           INSPECT dispEnd REPLACING ALL " " BY ":"
                           IF wsSlotCount = 1
                               STRING "  " EN-SUBJECT " " wsDesc
                                   " " dispUnits "  " TT-DAYS "  "
                                   dispStart "-" dispEnd "  " TT-ROOM
                                   DELIMITED BY SIZE INTO wsCorLine
                           ELSE
                               STRING "                                "
                                   "      " TT-DAYS "  " dispStart
                                   "-" dispEnd "  " TT-ROOM
                                   DELIMITED BY SIZE INTO wsCorLine
                           END-IF
                           perform WRITE-COR-LINE
                       END-IF
               END-READ
           END-PERFORM
           IF wsTtStatus = "00" OR wsTtStatus = "10"
               CLOSE TIMETABLE-FILE
           END-IF
           IF wsSlotCount = 0
               STRING "  " EN-SUBJECT " " wsDesc " " dispUnits
                   "  TBA"
                   DELIMITED BY SIZE INTO wsCorLine
               perform WRITE-COR-LINE
           END-IF.

       PRINT-ASSESSMENT-BLOCK.
           IF wsAssessed = "N"
               MOVE "  ASSESSMENT: NOT YET ASSESSED FOR THE TERM"
                   TO wsCorLine
               perform WRITE-COR-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE "  ASSESSMENT" TO wsCorLine
           perform WRITE-COR-LINE
           MOVE TA-TUITION TO dispAmount
           MOVE TA-UNITS TO dispUnitsTotal
           STRING "    TUITION (" dispUnitsTotal " UNITS)     "
               dispAmount
               DELIMITED BY SIZE INTO wsCorLine
           perform WRITE-COR-LINE
           MOVE TA-FEES TO dispAmount
           STRING "    FEES                      " dispAmount
               DELIMITED BY SIZE INTO wsCorLine
           perform WRITE-COR-LINE
           MOVE TA-DISCOUNT TO dispAmount
           STRING "    LESS SCHOLARSHIP DISCOUNT " dispAmount
               DELIMITED BY SIZE INTO wsCorLine
           perform WRITE-COR-LINE
           MOVE TA-TOTAL TO dispAmount
           STRING "    TOTAL ASSESSED            " dispAmount
               DELIMITED BY SIZE INTO wsCorLine
           perform WRITE-COR-LINE
           MOVE TA-PAID TO dispAmount
           STRING "    PAID TO DATE              " dispAmount
               DELIMITED BY SIZE INTO wsCorLine
           perform WRITE-COR-LINE
           COMPUTE wsBalance = TA-TOTAL - TA-PAID
           MOVE wsBalance TO dispBalance
           STRING "    BALANCE                   " dispBalance
               DELIMITED BY SIZE INTO wsCorLine
           perform WRITE-COR-LINE.

       WRITE-COR-LINE.
           MOVE wsCorLine TO COR-PRINT-REC
           WRITE COR-PRINT-REC
           MOVE SPACES TO wsCorLine.
