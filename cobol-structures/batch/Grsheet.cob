      *> Grade sheet issue. For a term, every section and subject
      *> assigned on ASSIGN.DAT (the last line for a section and
      *> subject is the assignment in force) gets a grade sheet
      *> listing exactly the students enrolled in it on ENROLL.DAT,
      *> by name, with the component columns left blank -- the
      *> teacher no longer builds the class list by hand. Each sheet
      *> is printed to GRSHEET.PRT, grouped per teacher, and written
      *> as a GRSUBMIT-shaped file GS<term><section><subject>.DAT:
      *> the header filled in, one detail line per student with the
      *> grades blank, and the trailer carrying the count, for the
      *> teacher to complete and return through GRINTAKE. The student
      *> list issued goes on GRSHEET.DAT, replacing any earlier issue
      *> of the same sheet, and GRINTAKE holds the returned file to
      *> it. A section or subject may be named to issue just the one.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRSHEET.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ASSIGNMENT-FILE ASSIGN TO "ASSIGN.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsAsStatus.

           SELECT ENROLLMENT-FILE ASSIGN TO "ENROLL.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsEnStatus.

           SELECT STUDENT-MASTER-FILE ASSIGN TO "STUDENT.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsSmStatus.

           SELECT FACULTY-MASTER ASSIGN TO "FACULTY.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY FC-ID
               FILE STATUS wsFcStatus.

           SELECT SHEET-ISSUE-FILE ASSIGN TO "GRSHEET.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsSiStatus.

           SELECT SHEET-ISSUE-WORK-FILE ASSIGN TO "GRSHTWK.DAT"
               ORGANIZATION LINE SEQUENTIAL.

           SELECT GRADE-SUBMIT-FILE ASSIGN TO DYNAMIC wsSheetFile
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsTgStatus.

           SELECT SHEET-SORT-FILE ASSIGN TO "SRTWK68".

           SELECT SHEET-PRINT-FILE ASSIGN TO "GRSHEET.PRT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD ASSIGNMENT-FILE.
           COPY ASSIGN.

           FD ENROLLMENT-FILE.
           COPY ENROLL.

           FD STUDENT-MASTER-FILE.
           COPY STUDMAST.

           FD FACULTY-MASTER.
           COPY FACMAST.

           FD SHEET-ISSUE-FILE.
           COPY GRSHEET.

      *> Cut wider than the 36-byte issue record so the copy pass
      *> can never shave the tail.
           FD SHEET-ISSUE-WORK-FILE.
           01 SHEET-ISSUE-WORK-REC PIC X(60).

           FD GRADE-SUBMIT-FILE.
           COPY GRSUBMIT.

           SD SHEET-SORT-FILE.
           01 SHEET-SORT-REC.
               05 SS-FACID PIC 9(4).
               05 SS-SECTION PIC X(2).
               05 SS-SUBJECT PIC X(10).
               05 SS-SNAME PIC X(20).
               05 SS-STUID PIC 9(6).

           FD SHEET-PRINT-FILE.
           01 SHEET-PRINT-REC PIC X(80).

           WORKING-STORAGE SECTION.
           01 wsEOF pic X value "N".
           01 wsFileEOF pic X.
           01 wsAsStatus pic X(2).
           01 wsEnStatus pic X(2).
           01 wsSmStatus pic X(2).
           01 wsFcStatus pic X(2).
           01 wsSiStatus pic X(2).
           01 wsTgStatus pic X(2).
           01 wsFcAvail pic X value "N".
           01 wsSheetFile pic X(24).

           01 pickTerm pic X(6).
           01 pickSection pic X(2).
           01 pickSubject pic X(10).
           01 wsToday pic 9(8).

      *> The term's assignments in force, by section and subject.
           01 wsAsgMax pic 9(4) value 1000.
           01 wsAsgCount pic 9(4) value 0.
           01 asgIdx pic 9(4).
           01 wsAsgTable.
               05 wsAsgEntry OCCURS 1000 TIMES.
                   10 asgSection pic X(2).
                   10 asgSubject pic X(10).
                   10 asgFacId pic 9(4).
                   10 asgIssued pic X.

           01 wsStuName pic X(20).

           01 wsFirstRec pic X value "Y".
           01 wsCurFacId pic 9(4).
           01 wsCurSection pic X(2).
           01 wsCurSubject pic X(10).
           01 wsCurName pic X(20).
           01 wsSheetCount pic 9(5).
           01 wsShtLine pic X(80) value spaces.

           01 wsSheetsIssued pic 9(5) value 0.
           01 wsStudentsListed pic 9(6) value 0.
           01 wsEmptyCount pic 9(5) value 0.
           01 wsNoNameCount pic 9(5) value 0.
           01 dispCount pic ZZ,ZZ9.
           01 dispLine pic ZZ9.

           COPY RPTHDR.

       PROCEDURE DIVISION.

           display "Term for the grade sheets (e.g. 2025-1): "
               with no advancing.
           move spaces to pickTerm.
           accept pickTerm.
           display "Section (blank = every section): "
               with no advancing.
           move spaces to pickSection.
           accept pickSection.
           display "Subject code (blank = every subject): "
               with no advancing.
           move spaces to pickSubject.
           accept pickSubject.
           INSPECT pickSubject CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE FUNCTION CURRENT-DATE(1:8) TO wsToday.

           perform LOAD-ASSIGNMENTS.
           IF wsAsgCount = 0
               display "No teaching assignment on ASSIGN.DAT for "
                   pickTerm " -- assign the sections in FACMAINT"
                   " first."
               STOP RUN
           END-IF.

           move "Grade Sheet Issue" to WS-RPT-TITLE
           perform PRINT-REPORT-HEADER
           display "FAC  SEC SUBJECT    STUDENTS  SHEET FILE"

           perform DROP-EARLIER-ISSUES.

           OPEN EXTEND SHEET-ISSUE-FILE.
           IF wsSiStatus = "35"
               OPEN OUTPUT SHEET-ISSUE-FILE
               CLOSE SHEET-ISSUE-FILE
               OPEN EXTEND SHEET-ISSUE-FILE
           END-IF.
           OPEN INPUT FACULTY-MASTER.
           IF wsFcStatus = "00"
               MOVE "Y" TO wsFcAvail
           END-IF.
           OPEN OUTPUT SHEET-PRINT-FILE.
           SORT SHEET-SORT-FILE
               ON ASCENDING KEY SS-FACID
               ON ASCENDING KEY SS-SECTION
               ON ASCENDING KEY SS-SUBJECT
               ON ASCENDING KEY SS-SNAME
               ON ASCENDING KEY SS-STUID
               INPUT PROCEDURE RELEASE-ENROLLED-STUDENTS
               OUTPUT PROCEDURE ISSUE-GRADE-SHEETS.
           CLOSE SHEET-PRINT-FILE.
           IF wsFcAvail = "Y"
               CLOSE FACULTY-MASTER
           END-IF.
           CLOSE SHEET-ISSUE-FILE.

      *> An assignment nobody is enrolled in gets no sheet; it is
      *> named so the registrar can tell a dead section from a
      *> missing enrollment load.
           PERFORM VARYING asgIdx FROM 1 BY 1
                   UNTIL asgIdx > wsAsgCount
               IF asgIssued(asgIdx) = "N"
                   ADD 1 TO wsEmptyCount
                   display asgFacId(asgIdx) " " asgSection(asgIdx)
                       "  " asgSubject(asgIdx)
                       "        0  NO ONE ENROLLED -- NO SHEET"
               END-IF
           END-PERFORM.

           display " ".
           MOVE wsSheetsIssued TO dispCount.
           display "Grade sheets issued:       " dispCount.
           MOVE wsStudentsListed TO dispCount.
           display "Students listed:           " dispCount.
           MOVE wsEmptyCount TO dispCount.
           display "Assignments with no one:   " dispCount.
           IF wsNoNameCount > 0
               MOVE wsNoNameCount TO dispCount
               display "Enrolled but not on the roster: " dispCount
           END-IF.
           IF wsSheetsIssued > 0
               display "Sheets are on GRSHEET.PRT."
           END-IF.
           perform PRINT-REPORT-FOOTER.

       STOP RUN.

           COPY RPTHDRPR.

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
                           AND (pickSection = SPACES
                               OR AS-SECTION = pickSection)
                           AND (pickSubject = SPACES
                               OR AS-SUBJECT = pickSubject)
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
               MOVE "N" TO asgIssued(wsAsgCount)
           END-IF.

      *> A reissue supersedes: the earlier lines of every sheet
      *> about to be issued are copied out of GRSHEET.DAT first.
       DROP-EARLIER-ISSUES.
           MOVE "N" TO wsFileEOF
           OPEN INPUT SHEET-ISSUE-FILE
           IF wsSiStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT SHEET-ISSUE-WORK-FILE
           PERFORM UNTIL wsFileEOF = "Y"
               READ SHEET-ISSUE-FILE
                   AT END
                       MOVE "Y" TO wsFileEOF
                   NOT AT END
                       perform KEEP-ONE-ISSUE-LINE
               END-READ
           END-PERFORM
           CLOSE SHEET-ISSUE-FILE
           CLOSE SHEET-ISSUE-WORK-FILE

           MOVE "N" TO wsFileEOF
           OPEN INPUT SHEET-ISSUE-WORK-FILE
           OPEN OUTPUT SHEET-ISSUE-FILE
           PERFORM UNTIL wsFileEOF = "Y"
               READ SHEET-ISSUE-WORK-FILE
                   AT END
                       MOVE "Y" TO wsFileEOF
                   NOT AT END
                       MOVE SHEET-ISSUE-WORK-REC TO SHEET-ISSUE-REC
                       WRITE SHEET-ISSUE-REC
               END-READ
           END-PERFORM
           CLOSE SHEET-ISSUE-WORK-FILE
           CLOSE SHEET-ISSUE-FILE.

       KEEP-ONE-ISSUE-LINE.
           IF SI-TERM = pickTerm
               PERFORM VARYING asgIdx FROM 1 BY 1
                       UNTIL asgIdx > wsAsgCount
                   IF asgSection(asgIdx) = SI-SECTION
                       AND asgSubject(asgIdx) = SI-SUBJECT
                       EXIT PARAGRAPH
                   END-IF
               END-PERFORM
           END-IF
           MOVE SPACES TO SHEET-ISSUE-WORK-REC
           MOVE SHEET-ISSUE-REC TO SHEET-ISSUE-WORK-REC
           WRITE SHEET-ISSUE-WORK-REC.

       RELEASE-ENROLLED-STUDENTS.
           MOVE "N" TO wsEOF
           OPEN INPUT ENROLLMENT-FILE
           IF wsEnStatus NOT = "00"
               MOVE "Y" TO wsEOF
               display "No enrollment file (ENROLL.DAT) -- no"
                   " sheets can be issued."
           END-IF
           PERFORM UNTIL wsEOF = "Y"
               READ ENROLLMENT-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       IF EN-TERM = pickTerm
                           perform RELEASE-ONE-ENROLLMENT
                       END-IF
               END-READ
           END-PERFORM
           IF wsEnStatus = "00" OR wsEnStatus = "10"
               CLOSE ENROLLMENT-FILE
           END-IF.

       RELEASE-ONE-ENROLLMENT.
           PERFORM VARYING asgIdx FROM 1 BY 1
                   UNTIL asgIdx > wsAsgCount
               IF asgSection(asgIdx) = EN-SECTION
                   AND asgSubject(asgIdx) = EN-SUBJECT
                   MOVE "Y" TO asgIssued(asgIdx)
                   perform FIND-STUDENT-NAME
                   MOVE asgFacId(asgIdx) TO SS-FACID
                   MOVE EN-SECTION TO SS-SECTION
                   MOVE EN-SUBJECT TO SS-SUBJECT
                   MOVE wsStuName TO SS-SNAME
                   MOVE EN-STUID TO SS-STUID
                   RELEASE SHEET-SORT-REC
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.

      *> A student enrolled but since gone from the roster still
      *> goes on the sheet -- the enrollment is what was carried --
      *> but is counted so the registrar can chase the roster.
       FIND-STUDENT-NAME.
           MOVE "(NOT ON ROSTER)" TO wsStuName
           MOVE "N" TO wsFileEOF
           OPEN INPUT STUDENT-MASTER-FILE
           IF wsSmStatus NOT = "00"
               MOVE "Y" TO wsFileEOF
           END-IF
           PERFORM UNTIL wsFileEOF = "Y"
               READ STUDENT-MASTER-FILE
                   AT END
                       MOVE "Y" TO wsFileEOF
                   NOT AT END
                       IF SM-STUID = EN-STUID
                           MOVE SM-SNAME TO wsStuName
                           MOVE "Y" TO wsFileEOF
                       END-IF
               END-READ
           END-PERFORM
           IF wsSmStatus = "00" OR wsSmStatus = "10"
               CLOSE STUDENT-MASTER-FILE
           END-IF
           IF wsStuName = "(NOT ON ROSTER)"
               ADD 1 TO wsNoNameCount
           END-IF.

       ISSUE-GRADE-SHEETS.
           PERFORM FOREVER
               RETURN SHEET-SORT-FILE
                   AT END
                       EXIT PERFORM
               END-RETURN

               IF wsFirstRec = "N"
                   AND (SS-FACID NOT = wsCurFacId
                       OR SS-SECTION NOT = wsCurSection
                       OR SS-SUBJECT NOT = wsCurSubject)
                   PERFORM CLOSE-ONE-SHEET
               END-IF
               IF wsFirstRec = "Y"
                   OR SS-FACID NOT = wsCurFacId
                   OR SS-SECTION NOT = wsCurSection
                   OR SS-SUBJECT NOT = wsCurSubject
                   PERFORM OPEN-ONE-SHEET
               END-IF
               MOVE "N" TO wsFirstRec
               MOVE SS-FACID TO wsCurFacId
               MOVE SS-SECTION TO wsCurSection
               MOVE SS-SUBJECT TO wsCurSubject

               PERFORM LIST-ONE-STUDENT
           END-PERFORM

           IF wsFirstRec = "N"
               PERFORM CLOSE-ONE-SHEET
           END-IF.

       OPEN-ONE-SHEET.
           MOVE 0 TO wsSheetCount
           MOVE SPACES TO wsCurName
           IF wsFcAvail = "Y"
               MOVE SS-FACID TO FC-ID
               READ FACULTY-MASTER
                   INVALID KEY
                       MOVE "(not on file)" TO wsCurName
                   NOT INVALID KEY
                       MOVE FC-NAME TO wsCurName
               END-READ
           END-IF

           MOVE SPACES TO wsSheetFile
           STRING "GS" pickTerm SS-SECTION
               SS-SUBJECT DELIMITED BY SPACE
               ".DAT" DELIMITED BY SIZE
               INTO wsSheetFile
           OPEN OUTPUT GRADE-SUBMIT-FILE
           MOVE SPACES TO GRADE-SUBMIT-REC
           SET TG-IS-HEADER TO TRUE
           MOVE SS-SECTION TO TH-SECTION
           MOVE SS-SUBJECT TO TH-SUBJECT
           MOVE pickTerm TO TH-TERM
           WRITE GRADE-SUBMIT-REC

           MOVE ALL "=" TO wsShtLine
           perform WRITE-SHEET-LINE
           STRING "  GRADE SHEET   TERM " pickTerm "   SECTION "
               SS-SECTION "   SUBJECT " SS-SUBJECT
               DELIMITED BY SIZE INTO wsShtLine
           MOVE wsToday TO wsShtLine(70:8)
           perform WRITE-SHEET-LINE
           STRING "  TEACHER " SS-FACID " " wsCurName
               "   RETURN AS " wsSheetFile
               DELIMITED BY SIZE INTO wsShtLine
           perform WRITE-SHEET-LINE
           perform WRITE-SHEET-LINE
           MOVE "   NO  STUDENT  NAME                  PRELIM"
               & "  MIDTERM  FINALS" TO wsShtLine
           perform WRITE-SHEET-LINE
           MOVE ALL "-" TO wsShtLine
           perform WRITE-SHEET-LINE.

      *> The components go out blank: GRINTAKE refuses a detail
      *> line whose grades are not filled in.
       LIST-ONE-STUDENT.
           ADD 1 TO wsSheetCount
           ADD 1 TO wsStudentsListed
           MOVE SPACES TO GRADE-SUBMIT-REC
           SET TG-IS-DETAIL TO TRUE
           MOVE SS-STUID TO TD-STUID
           WRITE GRADE-SUBMIT-REC

           MOVE SPACES TO SHEET-ISSUE-REC
           MOVE pickTerm TO SI-TERM
           MOVE SS-SECTION TO SI-SECTION
           MOVE SS-SUBJECT TO SI-SUBJECT
           MOVE SS-STUID TO SI-STUID
           MOVE SS-FACID TO SI-FACID
           MOVE wsToday TO SI-ISSUED
           WRITE SHEET-ISSUE-REC

           MOVE wsSheetCount TO dispLine
           STRING "  " dispLine "  " SS-STUID "   " SS-SNAME
               "   ____     ____     ____"
               DELIMITED BY SIZE INTO wsShtLine
           perform WRITE-SHEET-LINE.

      *> The trailer goes out with the count; the grade hash can
      *> only be worked once the grades are in, so the teacher's
      *> side fills it when the sheet is completed.
       CLOSE-ONE-SHEET.
           MOVE SPACES TO GRADE-SUBMIT-REC
           SET TG-IS-TRAILER TO TRUE
           MOVE wsSheetCount TO TT-REC-COUNT
           MOVE 0 TO TT-GRADE-HASH
           WRITE GRADE-SUBMIT-REC
           CLOSE GRADE-SUBMIT-FILE
           ADD 1 TO wsSheetsIssued

           MOVE ALL "-" TO wsShtLine
           perform WRITE-SHEET-LINE
           MOVE wsSheetCount TO dispCount
           STRING "  STUDENTS " dispCount
               "      SUBMITTED BY ____________________  DATE ______"
               DELIMITED BY SIZE INTO wsShtLine
           perform WRITE-SHEET-LINE
           MOVE ALL "=" TO wsShtLine
           perform WRITE-SHEET-LINE
           perform WRITE-SHEET-LINE

           MOVE wsSheetCount TO dispCount
           display wsCurFacId " " wsCurSection "  " wsCurSubject
               " " dispCount "  " wsSheetFile.

       WRITE-SHEET-LINE.
           MOVE wsShtLine TO SHEET-PRINT-REC
           WRITE SHEET-PRINT-REC
           MOVE SPACES TO wsShtLine.
