      *> Faculty teaching load for a term. Every section and subject
      *> assigned on ASSIGN.DAT (the last line for a section and
      *> subject is the assignment in force, as TIMETBL reads it) is
      *> weighed at SB-UNITS off the subject master and totalled per
      *> teacher; every active teacher on the faculty master is
      *> listed, so one with nothing assigned shows at zero. A total
      *> above the regular load (REGLOAD on PARAMS.DAT) is an
      *> OVERLOAD and the excess units are priced at the per-unit
      *> overload rate (OVLDRATE) in force on the as-of date; a total
      *> below the minimum (MINLOAD) is flagged UNDERLOAD for the
      *> dean. The load report goes to FACLOAD.PRT and the overload
      *> pay list, with its total, to OVLDPAY.PRT for payroll.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FACLOAD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT PARAMETER-FILE ASSIGN TO "PARAMS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsPaStatus.

           SELECT LOAD-SORT-FILE ASSIGN TO "SRTWK65".

           SELECT REPORT-PRINT-FILE ASSIGN TO "FACLOAD.PRT"
               ORGANIZATION LINE SEQUENTIAL.

           SELECT PAY-PRINT-FILE ASSIGN TO "OVLDPAY.PRT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD ASSIGNMENT-FILE.
           COPY ASSIGN.

           FD SUBJECT-MASTER.
           COPY SUBJMAST.

           FD FACULTY-MASTER.
           COPY FACMAST.

           FD PARAMETER-FILE.
           COPY PARAMREC.

      *> Kind "0" is the teacher's own line off the faculty master,
      *> sorting ahead of the kind "1" assignment lines.
           SD LOAD-SORT-FILE.
           01 LOAD-SORT-REC.
               05 LS-FACID PIC 9(4).
               05 LS-KIND PIC X.
                   88 LS-IS-TEACHER VALUE "0".
                   88 LS-IS-ASSIGNMENT VALUE "1".
               05 LS-SECTION PIC X(2).
               05 LS-SUBJECT PIC X(10).
               05 LS-NAME PIC X(20).

           FD REPORT-PRINT-FILE.
           01 REPORT-PRINT-REC PIC X(80).

           FD PAY-PRINT-FILE.
           01 PAY-PRINT-REC PIC X(80).

           WORKING-STORAGE SECTION.
           01 wsEOF pic X value "N".
           01 wsAsStatus pic X(2).
           01 wsSbStatus pic X(2).
           01 wsFcStatus pic X(2).

           01 pickTerm pic X(6).
           01 pickAsOf pic 9(8).

           01 wsRegLoad pic 9(3)v9 value 24.
           01 wsMinLoad pic 9(3)v9 value 18.
           01 wsOverRate pic 9(7)v99 value 0.

      *> The term's assignments in force, by section and subject.
           01 wsAsgMax pic 9(4) value 1000.
           01 wsAsgCount pic 9(4) value 0.
           01 asgIdx pic 9(4).
           01 wsAsgTable.
               05 wsAsgEntry OCCURS 1000 TIMES.
                   10 asgSection pic X(2).
                   10 asgSubject pic X(10).
                   10 asgFacId pic 9(4).

           01 wsFirstRec pic X value "Y".
           01 wsCurFacId pic 9(4).
           01 wsCurName pic X(20).
           01 wsTeachUnits pic 9(3)v9.
           01 wsTeachLines pic 9(3).
           01 wsExcess pic 9(3)v9.
           01 wsOverPay pic 9(7)v99.

           01 wsTeacherCount pic 9(4) value 0.
           01 wsOverCount pic 9(4) value 0.
           01 wsUnderCount pic 9(4) value 0.
           01 wsPayTotal pic 9(9)v99 value 0.
           01 wsPayLine pic X(80).

           01 dispUnits pic ZZ9.9.
           01 dispExcess pic ZZ9.9.
           01 dispRate pic ZZ,ZZ9.99.
           01 dispAmount pic ZZZ,ZZ9.99.
           01 dispTotal pic ZZ,ZZZ,ZZ9.99.
           01 dispCount pic Z,ZZ9.

           COPY PARMWS.
           COPY NUMCHECK.
           COPY RPTHDR.
           COPY RPTPRT.

       PROCEDURE DIVISION.

           display "Term for the load report (e.g. 2025-1): "
               with no advancing.
           accept pickTerm.
           move "N" to WS-VALID-OK.
           perform until VALID-NUMERIC-INPUT
               display "Rates as of (YYYYMMDD, 0 for today): "
                   with no advancing
               accept WS-VALID-BUFFER
               perform VALIDATE-NUMERIC-INPUT
           end-perform.
           compute pickAsOf = function numval(WS-VALID-BUFFER).
           IF pickAsOf = 0
               MOVE FUNCTION CURRENT-DATE(1:8) TO pickAsOf
           END-IF.

           perform LOAD-RUN-PARAMETERS.
           IF wsOverRate = 0
               display "No overload rate (OVLDRATE) in force on "
                   pickAsOf " -- stage it with PARMMNT."
               STOP RUN
           END-IF.
           perform LOAD-ASSIGNMENTS.

           move "Faculty Teaching Load" to WS-RPT-TITLE
           perform PRINT-REPORT-HEADER

           MOVE SPACES TO wsRptColHead.
           STRING "FAC  TEACHER              SEC SUBJECT    UNITS"
               DELIMITED BY SIZE INTO wsRptColHead.
           perform OPEN-REPORT-PRINT.
           MOVE SPACES TO wsRptLine.
           MOVE wsRegLoad TO dispUnits.
           MOVE wsMinLoad TO dispExcess.
           MOVE wsOverRate TO dispRate.
           STRING "TERM " pickTerm "  REGULAR " dispUnits
               "  MINIMUM " dispExcess "  OVERLOAD RATE " dispRate
               DELIMITED BY SIZE INTO wsRptLine.
           perform SHOW-REPORT-LINE.
           display wsRptColHead.

           OPEN OUTPUT PAY-PRINT-FILE.
           perform START-PAY-LIST.

           OPEN INPUT SUBJECT-MASTER.
           OPEN INPUT FACULTY-MASTER.
           SORT LOAD-SORT-FILE
               ON ASCENDING KEY LS-FACID
               ON ASCENDING KEY LS-KIND
               ON ASCENDING KEY LS-SECTION
               ON ASCENDING KEY LS-SUBJECT
               INPUT PROCEDURE RELEASE-LOAD-LINES
               OUTPUT PROCEDURE PRINT-TEACHER-LOADS.
           IF wsSbStatus = "00" OR wsSbStatus = "10"
               CLOSE SUBJECT-MASTER
           END-IF.
           IF wsFcStatus = "00" OR wsFcStatus = "10"
               CLOSE FACULTY-MASTER
           END-IF.

           perform FINISH-PAY-LIST.
           CLOSE PAY-PRINT-FILE.

           MOVE SPACES TO wsRptLine.
           perform SHOW-REPORT-LINE.
           MOVE wsTeacherCount TO dispCount.
           STRING "Teachers:       " dispCount
               DELIMITED BY SIZE INTO wsRptLine.
           perform SHOW-REPORT-LINE.
           MOVE wsOverCount TO dispCount.
           MOVE wsPayTotal TO dispTotal.
           STRING "Overloaded:     " dispCount
               "   overload pay " dispTotal
               DELIMITED BY SIZE INTO wsRptLine.
           perform SHOW-REPORT-LINE.
           MOVE wsUnderCount TO dispCount.
           STRING "Underloaded:    " dispCount
               DELIMITED BY SIZE INTO wsRptLine.
           perform SHOW-REPORT-LINE.
           perform CLOSE-REPORT-PRINT.
           display "Overload pay list written to OVLDPAY.PRT.".

           perform PRINT-PARAMETER-FOOTER.
           perform PRINT-REPORT-FOOTER.

       STOP RUN.

           COPY PARMPR.
           COPY NUMCHKPR.
           COPY RPTHDRPR.
           COPY RPTPRTPR.

       SHOW-REPORT-LINE.
           display wsRptLine
           perform WRITE-REPORT-LINE.

      *> The regular load and minimum are in units; the overload
      *> rate is pay per unit over the regular load.
       LOAD-RUN-PARAMETERS.
           MOVE pickAsOf TO wsParmAsOf
           MOVE "REGLOAD" TO wsParmName
           perform LOAD-ONE-PARAMETER
           IF wsParmFound = "Y"
               MOVE wsParmValue TO wsRegLoad
           END-IF
           MOVE "MINLOAD" TO wsParmName
           perform LOAD-ONE-PARAMETER
           IF wsParmFound = "Y"
               MOVE wsParmValue TO wsMinLoad
           END-IF
           MOVE "OVLDRATE" TO wsParmName
           perform LOAD-ONE-PARAMETER
           IF wsParmFound = "Y"
               MOVE wsParmValue TO wsOverRate
           END-IF.

       LOAD-ASSIGNMENTS.
           MOVE "N" TO wsEOF
           OPEN INPUT ASSIGNMENT-FILE
           IF wsAsStatus NOT = "00"
               MOVE "Y" TO wsEOF
           END-IF
           PERFORM UNTIL wsEOF = "Y"
               READ ASSIGNMENT-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       IF AS-TERM = pickTerm
                           perform TAKE-ONE-ASSIGNMENT
                       END-IF
               END-READ
           END-PERFORM
           IF wsAsStatus = "00" OR wsAsStatus = "10"
               CLOSE ASSIGNMENT-FILE
           END-IF.

       TAKE-ONE-ASSIGNMENT.
           PERFORM VARYING asgIdx FROM 1 BY 1
                   UNTIL asgIdx > wsAsgCount
               IF asgSection(asgIdx) = AS-SECTION
                   AND asgSubject(asgIdx) = AS-SUBJECT
                   MOVE AS-FACID TO asgFacId(asgIdx)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF wsAsgCount < wsAsgMax
               ADD 1 TO wsAsgCount
               MOVE AS-SECTION TO asgSection(wsAsgCount)
               MOVE AS-SUBJECT TO asgSubject(wsAsgCount)
               MOVE AS-FACID TO asgFacId(wsAsgCount)
           END-IF.

       RELEASE-LOAD-LINES.
           MOVE "N" TO wsEOF
           IF wsFcStatus NOT = "00"
               MOVE "Y" TO wsEOF
           ELSE
               MOVE LOW-VALUES TO FC-ID
               START FACULTY-MASTER KEY NOT < FC-ID
                   INVALID KEY
                       MOVE "Y" TO wsEOF
               END-START
           END-IF
           PERFORM UNTIL wsEOF = "Y"
               READ FACULTY-MASTER NEXT
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       IF FC-IS-ACTIVE
                           MOVE FC-ID TO LS-FACID
                           SET LS-IS-TEACHER TO TRUE
                           MOVE SPACES TO LS-SECTION
                           MOVE SPACES TO LS-SUBJECT
                           MOVE FC-NAME TO LS-NAME
                           RELEASE LOAD-SORT-REC
                       END-IF
               END-READ
           END-PERFORM

           PERFORM VARYING asgIdx FROM 1 BY 1
                   UNTIL asgIdx > wsAsgCount
               MOVE asgFacId(asgIdx) TO LS-FACID
               SET LS-IS-ASSIGNMENT TO TRUE
               MOVE asgSection(asgIdx) TO LS-SECTION
               MOVE asgSubject(asgIdx) TO LS-SUBJECT
               MOVE SPACES TO LS-NAME
               RELEASE LOAD-SORT-REC
           END-PERFORM.

       PRINT-TEACHER-LOADS.
           PERFORM FOREVER
               RETURN LOAD-SORT-FILE
                   AT END
                       EXIT PERFORM
               END-RETURN

               IF wsFirstRec = "N"
                   AND LS-FACID NOT = wsCurFacId
                   PERFORM CLOSE-ONE-TEACHER
               END-IF
               IF wsFirstRec = "Y"
                   OR LS-FACID NOT = wsCurFacId
                   PERFORM OPEN-ONE-TEACHER
               END-IF
               MOVE "N" TO wsFirstRec
               MOVE LS-FACID TO wsCurFacId

               IF LS-IS-ASSIGNMENT
                   PERFORM PRINT-ONE-ASSIGNMENT
               END-IF
           END-PERFORM

           IF wsFirstRec = "N"
               PERFORM CLOSE-ONE-TEACHER
           END-IF.

      *> An assignment to a teacher since deactivated (or never on
      *> the master) arrives without the teacher's own line; the
      *> name is looked up so the load still lands on someone.
       OPEN-ONE-TEACHER.
           MOVE 0 TO wsTeachUnits
           MOVE 0 TO wsTeachLines
           ADD 1 TO wsTeacherCount
           IF LS-IS-TEACHER
               MOVE LS-NAME TO wsCurName
           ELSE
               MOVE LS-FACID TO FC-ID
               READ FACULTY-MASTER
                   INVALID KEY
                       MOVE "(not on file)" TO wsCurName
                   NOT INVALID KEY
                       MOVE SPACES TO wsCurName
                       STRING FC-NAME(1:13) " (INACT)"
                           DELIMITED BY SIZE INTO wsCurName
               END-READ
           END-IF
           MOVE SPACES TO wsRptLine
           perform SHOW-REPORT-LINE
           STRING LS-FACID " " wsCurName
               DELIMITED BY SIZE INTO wsRptLine
           perform SHOW-REPORT-LINE.

       PRINT-ONE-ASSIGNMENT.
           ADD 1 TO wsTeachLines
           MOVE LS-SUBJECT TO SB-CODE
           READ SUBJECT-MASTER
               INVALID KEY
                   STRING "                          " LS-SECTION
                       "  " LS-SUBJECT "   --  NOT ON SUBJECT MASTER"
                       DELIMITED BY SIZE INTO wsRptLine
               NOT INVALID KEY
                   ADD SB-UNITS TO wsTeachUnits
                   MOVE SB-UNITS TO dispUnits
                   STRING "                          " LS-SECTION
                       "  " LS-SUBJECT " " dispUnits
                       DELIMITED BY SIZE INTO wsRptLine
           END-READ
           perform SHOW-REPORT-LINE.

       CLOSE-ONE-TEACHER.
           MOVE wsTeachUnits TO dispUnits
           EVALUATE TRUE
               WHEN wsTeachUnits > wsRegLoad
                   ADD 1 TO wsOverCount
                   COMPUTE wsExcess = wsTeachUnits - wsRegLoad
                   COMPUTE wsOverPay ROUNDED = wsExcess * wsOverRate
                   ADD wsOverPay TO wsPayTotal
                   MOVE wsExcess TO dispExcess
                   MOVE wsOverPay TO dispAmount
                   STRING "     TOTAL UNITS " dispUnits
                       "   OVERLOAD " dispExcess " UNITS  PAY "
                       dispAmount
                       DELIMITED BY SIZE INTO wsRptLine
                   PERFORM WRITE-PAY-ENTRY
               WHEN wsTeachUnits < wsMinLoad
                   ADD 1 TO wsUnderCount
                   COMPUTE wsExcess = wsMinLoad - wsTeachUnits
                   MOVE wsExcess TO dispExcess
                   STRING "     TOTAL UNITS " dispUnits
                       "   UNDERLOAD -- " dispExcess
                       " UNITS SHORT OF MINIMUM"
                       DELIMITED BY SIZE INTO wsRptLine
               WHEN OTHER
                   STRING "     TOTAL UNITS " dispUnits "   REGULAR"
                       DELIMITED BY SIZE INTO wsRptLine
           END-EVALUATE
           perform SHOW-REPORT-LINE.

       WRITE-PAY-LINE.
           MOVE wsPayLine TO PAY-PRINT-REC
           WRITE PAY-PRINT-REC
           MOVE SPACES TO wsPayLine.

       START-PAY-LIST.
           MOVE SPACES TO wsPayLine
           STRING "OVERLOAD PAY LIST -- TERM " pickTerm
               "   RATES AS OF " pickAsOf
               DELIMITED BY SIZE INTO wsPayLine
           perform WRITE-PAY-LINE
           MOVE ALL "-" TO wsPayLine
           perform WRITE-PAY-LINE
           MOVE "FAC  TEACHER              EXCESS       RATE"
               TO wsPayLine
           MOVE "    AMOUNT" TO wsPayLine(46:10)
           perform WRITE-PAY-LINE.

       WRITE-PAY-ENTRY.
           MOVE wsOverRate TO dispRate
           STRING wsCurFacId " " wsCurName "  " dispExcess
               "  " dispRate "  " dispAmount
               DELIMITED BY SIZE INTO wsPayLine
           perform WRITE-PAY-LINE.

       FINISH-PAY-LIST.
           MOVE ALL "-" TO wsPayLine
           perform WRITE-PAY-LINE
           MOVE wsOverCount TO dispCount
           MOVE wsPayTotal TO dispTotal
           STRING "TEACHERS " dispCount "   TOTAL OVERLOAD PAY "
               dispTotal
               DELIMITED BY SIZE INTO wsPayLine
           perform WRITE-PAY-LINE.
