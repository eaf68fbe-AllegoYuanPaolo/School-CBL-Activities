      *> the attendance percentage off ATTEND.DAT, every archived
      *> term GWA off GRADHIST.DAT, and the most recent audit
      *> entries off STUAUDIT.DAT -- the TRNSCRPT-plus-grep ritual
      *> collapsed to one run. A student cleared by the GRADRUN job
      *> also shows the graduation off GRADUATE.DAT, and every notice
      *> the GUARDLTR run has mailed home is listed off LTRSENT.DAT.
      *> Grades and the guardian's name show only to a class the
      *> field-visibility table clears for them, masked otherwise,
      *> and a view that showed either goes on the access log.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STUINQ.

               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsSaStatus.

           SELECT GRADUATE-FILE ASSIGN TO "GRADUATE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsGrStatus.

           SELECT LETTER-SENT-FILE ASSIGN TO "LTRSENT.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsLsStatus.

           SELECT OPERATOR-PROFILE-FILE ASSIGN TO "OPERPROF.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsOpStatus.

           SELECT FIELD-VIS-FILE ASSIGN TO "FLDVIS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsFvStatus.

           SELECT ACCESS-LOG-FILE ASSIGN TO "ACCLOG.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsAxStatus.

       DATA DIVISION.
           FILE SECTION.
           FD STUDENT-MASTER-FILE.
           FD STUDENT-AUDIT-FILE.
           COPY STUAUDIT.

           FD GRADUATE-FILE.
           COPY GRADLIST.

           FD LETTER-SENT-FILE.
           COPY LTRSENT.

           FD OPERATOR-PROFILE-FILE.
           COPY OPERPROF.

           FD FIELD-VIS-FILE.
           COPY FIELDVIS.

           FD ACCESS-LOG-FILE.
           COPY ACCLOG.

           WORKING-STORAGE SECTION.
           01 wsEOF pic X value "N".
           01 wsSmStatus pic X(2).
           01 wsAtStatus pic X(2).
           01 wsGhStatus pic X(2).
           01 wsSaStatus pic X(2).
           01 wsGrStatus pic X(2).
           01 wsLsStatus pic X(2).

           01 pickStuId pic 9(6).
           01 wsFound pic X value "N".
           01 wsLsShown pic X.
           01 subjAve pic 9(3)v99.
           01 wsAttPct pic 9(3)v9.


           COPY NUMCHECK.
           COPY RPTHDR.
           COPY FLDVISWS.

       PROCEDURE DIVISION.

           MOVE "STUINQ" TO wsFvProgram
           perform LOAD-FIELD-VISIBILITY

           move "N" to WS-VALID-OK
           perform until VALID-NUMERIC-INPUT
               display "Enter student ID: " with no advancing
           perform SHOW-TERM-SUBJECTS
           perform SHOW-ATTENDANCE
           perform SHOW-TERM-GWAS
           perform SHOW-GRADUATION
           perform SHOW-LETTERS-SENT
           perform SHOW-RECENT-AUDITS

           IF wsFound = "Y"
               MOVE "STU" TO wsFvKind
               MOVE pickStuId TO wsFvKey
               MOVE "G  A" TO wsFvCats
               perform LOG-RECORD-ACCESS
           END-IF

           perform PRINT-REPORT-FOOTER.

       STOP RUN.

           COPY NUMCHKPR.
           COPY RPTHDRPR.
           COPY FLDVISPR.

       SHOW-MASTER-RECORD.
           move "N" to wsEOF
                           display "Term " SM-TERM "  Section "
                               SM-SECTION "  Standing "
                               SM-STANDING
                           IF wsShowGrades = "Y"
                               display "Components  P:" SM-PRELIM
                                   " M:" SM-MIDTERM " F:" SM-FINALS
                           ELSE
                               display "Components  " wsFvMask
                           END-IF
                           MOVE "Y" TO wsEOF
                       END-IF
               END-READ
                               compute subjAve = (SG-PRELIM
                                   + SG-MIDTERM + SG-FINALS) / 3
                               MOVE subjAve TO dispAve
                               IF wsShowGrades = "Y"
                                   display "  " SG-SUBJECT "  "
                                       dispAve
                               ELSE
                                   display "  " SG-SUBJECT "  "
                                       wsFvMask
                               END-IF
                           ELSE
                               display "  " SG-SUBJECT
                                   "  INCOMPLETE"
                       IF GH-IS-GWA
                           AND GH-STUID = pickStuId
                           MOVE GH-AVE TO dispAve
                           IF wsShowGrades = "Y"
                               display "  " GH-TERM "  " dispAve
                           ELSE
                               display "  " GH-TERM "  " wsFvMask
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GRADE-HIST-FILE
           MOVE "N" TO wsEOF.

       SHOW-GRADUATION.
           OPEN INPUT GRADUATE-FILE
           IF wsGrStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL wsEOF = "Y"
               READ GRADUATE-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       IF GR-STUID = pickStuId
                           display " "
                           IF wsShowGrades = "Y"
                               display "Graduated: program "
                                   GR-PROGRAM " term " GR-TERM "  "
                                   GR-HONORS
                           ELSE
                               display "Graduated: program "
                                   GR-PROGRAM " term " GR-TERM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GRADUATE-FILE
           MOVE "N" TO wsEOF.

       SHOW-LETTERS-SENT.
           OPEN INPUT LETTER-SENT-FILE
           IF wsLsStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO wsLsShown
           PERFORM UNTIL wsEOF = "Y"
               READ LETTER-SENT-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       IF LS-STUID = pickStuId
                           IF wsLsShown = "N"
                               display " "
                               display "Letters sent home:"
                               MOVE "Y" TO wsLsShown
                           END-IF
                           IF wsShowAddr = "Y"
                               display "  " LS-TERM "  " LS-TYPE
                                   "  " LS-SENT "  " LS-GUARDIAN
                           ELSE
                               display "  " LS-TERM "  " LS-TYPE
                                   "  " LS-SENT "  " wsFvMask
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LETTER-SENT-FILE
           MOVE "N" TO wsEOF.

       SHOW-RECENT-AUDITS.
           display " "
           display "Most recent audit entries:"
