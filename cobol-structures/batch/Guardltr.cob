      *> Parent and guardian notification run. Every student on the
      *> master for the term is checked for the four notices the
      *> school sends home: an at-risk grade (the term average by
      *> the house grading scheme, components all in, at or under
      *> the top of the RISKHIGH band SEL6 and ATRISK flag with),
      *> poor attendance (under the 80 percent ATRISK holds to, off
      *> ATTEND.DAT), and the academic warning or probation the
      *> STANDING job has put on the master. Each notice is a letter
      *> to the guardian on GUARDIAN.DAT giving the student's
      *> figures for the term. LTRSENT.DAT logs every letter mailed,
      *> so a rerun within the term never sends the same notice
      *> twice; a student with no guardian on file is listed for
      *> the registrar instead. Letters go to GUARDLTR.PRT one to a
      *> page, DUNRUN style.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GUARDLTR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-MASTER-FILE ASSIGN TO "STUDENT.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsSmStatus.

           SELECT ATTENDANCE-FILE ASSIGN TO "ATTEND.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsAtStatus.

           SELECT GRADE-HIST-FILE ASSIGN TO "GRADHIST.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsGhStatus.

           SELECT GUARDIAN-FILE ASSIGN TO "GUARDIAN.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsGdStatus.

           SELECT LETTER-SENT-FILE ASSIGN TO "LTRSENT.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsLsStatus.

           SELECT PARAMETER-FILE ASSIGN TO "PARAMS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsPaStatus.

           SELECT LETTER-PRINT-FILE ASSIGN TO "GUARDLTR.PRT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD STUDENT-MASTER-FILE.
           COPY STUDMAST.

           FD ATTENDANCE-FILE.
           COPY ATTEND.

           FD GRADE-HIST-FILE.
           COPY GRADHIST.

           FD GUARDIAN-FILE.
           COPY GUARDIAN.

           FD LETTER-SENT-FILE.
           COPY LTRSENT.

           FD PARAMETER-FILE.
           COPY PARAMREC.

           FD LETTER-PRINT-FILE.
           01 LETTER-PRINT-REC PIC X(80).

           WORKING-STORAGE SECTION.
           01 wsEOF pic X value "N".
           01 wsFileEOF pic X.
           01 wsSmStatus pic X(2).
           01 wsAtStatus pic X(2).
           01 wsGhStatus pic X(2).
           01 wsGdStatus pic X(2).
           01 wsLsStatus pic X(2).

           01 pickTerm pic X(6).
           01 wsToday pic 9(8).

           01 wsAtRiskHigh pic 9(3) value 80.
           01 wsAttCutoff pic 9(3) value 80.

           01 wsGradesIn pic X.
           01 wsHaveAtt pic X.
           01 wsAttPct pic 9(3)v9.
           01 wsAttHeld pic 9(3).
           01 wsAttAttended pic 9(3).
           01 wsLastGWA pic 9(3)v99.
           01 wsLastGWATerm pic X(6).
           01 wsHaveGuardian pic X.
           01 wsLtrType pic X(4).
           01 wsAlreadySent pic X.

      *> The term's letters already on the log, read once at the
      *> start; a letter mailed this run is added as it goes.
           01 wsSentTable.
               05 wsSentEntry OCCURS 2000 TIMES.
                   10 wsSentStuId pic 9(6).
                   10 wsSentType pic X(4).
           01 wsSentCount pic 9(4) value 0.
           01 sentIdx pic 9(4).

           01 wsStudentCount pic 9(5) value 0.
           01 wsGradeCount pic 9(5) value 0.
           01 wsAttendCount pic 9(5) value 0.
           01 wsWarnCount pic 9(5) value 0.
           01 wsProbCount pic 9(5) value 0.
           01 wsRepeatCount pic 9(5) value 0.
           01 wsNoGuardCount pic 9(5) value 0.
           01 wsLettersSent pic 9(5) value 0.
           01 wsLtrLine pic X(80) value spaces.

           01 dispAve pic ZZ9.99.
           01 dispAttPct pic ZZ9.9.
           01 dispHeld pic ZZ9.
           01 dispAttended pic ZZ9.
           01 dispMark pic ZZ9.
           01 dispCount pic ZZ,ZZ9.

           COPY PARMWS.
           COPY GRDSCHWS.
           COPY RPTHDR.

       PROCEDURE DIVISION.

           display "Term to notify (e.g. 2025-1): " with no advancing.
           move spaces to pickTerm.
           accept pickTerm.
           MOVE FUNCTION CURRENT-DATE(1:8) TO wsToday.

           perform LOAD-RUN-PARAMETERS.

           OPEN INPUT STUDENT-MASTER-FILE.
           IF wsSmStatus NOT = "00"
               display "Student master not on file -- nothing to"
                   " notify."
               STOP RUN
           END-IF.

           perform LOAD-LETTERS-SENT.

           move "Guardian Notification Run" to WS-RPT-TITLE
           perform PRINT-REPORT-HEADER
           display "STUDENT                        TYPE  ACTION"

           OPEN EXTEND LETTER-SENT-FILE.
           IF wsLsStatus = "35"
               OPEN OUTPUT LETTER-SENT-FILE
               CLOSE LETTER-SENT-FILE
               OPEN EXTEND LETTER-SENT-FILE
           END-IF.
           OPEN OUTPUT LETTER-PRINT-FILE.
           PERFORM UNTIL wsEOF = "Y"
               READ STUDENT-MASTER-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       IF SM-TERM = pickTerm
                           perform NOTIFY-ONE-STUDENT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LETTER-PRINT-FILE.
           CLOSE LETTER-SENT-FILE.
           CLOSE STUDENT-MASTER-FILE.

           display " ".
           MOVE wsStudentCount TO dispCount.
           display "Students checked:         " dispCount.
           MOVE wsGradeCount TO dispCount.
           display "At-risk grade letters:    " dispCount.
           MOVE wsAttendCount TO dispCount.
           display "Attendance letters:       " dispCount.
           MOVE wsWarnCount TO dispCount.
           display "Academic warning letters: " dispCount.
           MOVE wsProbCount TO dispCount.
           display "Probation letters:        " dispCount.
           MOVE wsRepeatCount TO dispCount.
           display "Already sent this term:   " dispCount.
           MOVE wsNoGuardCount TO dispCount.
           display "No guardian on file:      " dispCount.
           IF wsLettersSent > 0
               display "Letters are on GUARDLTR.PRT."
           END-IF.
           perform PRINT-REPORT-FOOTER.
           perform PRINT-PARAMETER-FOOTER.

       STOP RUN.

           COPY RPTHDRPR.
           COPY PARMPR.
           COPY GRDSCHPR.

      *> The top of the grade band and the default scheme ride the
      *> same parameter file SEL6 and ATRISK read, so the letter
      *> quotes the average the reports flagged. A student under
      *> the band is failing, and gets the letter all the more.
       LOAD-RUN-PARAMETERS.
           MOVE wsToday TO wsParmAsOf
           MOVE "RISKHIGH" TO wsParmName
           perform LOAD-ONE-PARAMETER
           IF wsParmFound = "Y"
               MOVE wsParmValue TO wsAtRiskHigh
           END-IF
           perform LOAD-DEFAULT-SCHEME.

       LOAD-LETTERS-SENT.
           MOVE "N" TO wsFileEOF
           OPEN INPUT LETTER-SENT-FILE
           IF wsLsStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL wsFileEOF = "Y"
               READ LETTER-SENT-FILE
                   AT END
                       MOVE "Y" TO wsFileEOF
                   NOT AT END
                       IF LS-TERM = pickTerm
                           AND wsSentCount < 2000
                           ADD 1 TO wsSentCount
                           MOVE LS-STUID TO wsSentStuId(wsSentCount)
                           MOVE LS-TYPE TO wsSentType(wsSentCount)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LETTER-SENT-FILE.

       NOTIFY-ONE-STUDENT.
           ADD 1 TO wsStudentCount
           perform FIND-ATTENDANCE
           perform FIND-GUARDIAN

           MOVE "N" TO wsGradesIn
           MOVE 0 TO schAve
           IF SM-PRELIM IS NUMERIC
               AND SM-MIDTERM IS NUMERIC
               AND SM-FINALS IS NUMERIC
               MOVE "Y" TO wsGradesIn
               perform USE-DEFAULT-SCHEME
               MOVE SM-PRELIM TO schPrelim
               MOVE SM-MIDTERM TO schMidterm
               MOVE SM-FINALS TO schFinals
               perform COMPUTE-SCHEME-AVERAGE
           END-IF

      *> Probation supersedes the warning -- a student on probation
      *> has had the warning already.
           EVALUATE TRUE
               WHEN SM-IS-PROBATION
                   MOVE "PROB" TO wsLtrType
                   perform SEND-ONE-NOTICE
               WHEN SM-IS-WARNING
                   MOVE "WARN" TO wsLtrType
                   perform SEND-ONE-NOTICE
           END-EVALUATE
           IF wsGradesIn = "Y" AND schAve <= wsAtRiskHigh
               MOVE "GRAD" TO wsLtrType
               perform SEND-ONE-NOTICE
           END-IF
           IF wsHaveAtt = "Y" AND wsAttPct < wsAttCutoff
               MOVE "ATTN" TO wsLtrType
               perform SEND-ONE-NOTICE
           END-IF.

       SEND-ONE-NOTICE.
           MOVE "N" TO wsAlreadySent
           PERFORM VARYING sentIdx FROM 1 BY 1
                   UNTIL sentIdx > wsSentCount
               IF wsSentStuId(sentIdx) = SM-STUID
                   AND wsSentType(sentIdx) = wsLtrType
                   MOVE "Y" TO wsAlreadySent
               END-IF
           END-PERFORM
           IF wsAlreadySent = "Y"
               ADD 1 TO wsRepeatCount
               display SM-SNAME " #" SM-STUID "  " wsLtrType
                   "  ALREADY SENT"
               EXIT PARAGRAPH
           END-IF
           IF wsHaveGuardian = "N"
               ADD 1 TO wsNoGuardCount
               display SM-SNAME " #" SM-STUID "  " wsLtrType
                   "  NO GUARDIAN ON FILE"
               EXIT PARAGRAPH
           END-IF

           IF wsLtrType = "PROB" OR wsLtrType = "WARN"
               perform FIND-LAST-GWA
           END-IF
           perform PRINT-NOTICE-LETTER
           ADD 1 TO wsLettersSent
           EVALUATE wsLtrType
               WHEN "PROB"
                   ADD 1 TO wsProbCount
               WHEN "WARN"
                   ADD 1 TO wsWarnCount
               WHEN "GRAD"
                   ADD 1 TO wsGradeCount
               WHEN "ATTN"
                   ADD 1 TO wsAttendCount
           END-EVALUATE

           MOVE pickTerm TO LS-TERM
           MOVE SM-STUID TO LS-STUID
           MOVE wsLtrType TO LS-TYPE
           MOVE wsToday TO LS-SENT
           MOVE GD-NAME TO LS-GUARDIAN
           MOVE schAve TO LS-AVE
           MOVE wsAttPct TO LS-ATTPCT
           WRITE LETTER-SENT-REC
           IF wsSentCount < 2000
               ADD 1 TO wsSentCount
               MOVE SM-STUID TO wsSentStuId(wsSentCount)
               MOVE wsLtrType TO wsSentType(wsSentCount)
           END-IF
           display SM-SNAME " #" SM-STUID "  " wsLtrType
               "  LETTER TO " GD-NAME.

       FIND-ATTENDANCE.
           MOVE "N" TO wsHaveAtt
           MOVE 0 TO wsAttPct
           MOVE 0 TO wsAttHeld
           MOVE 0 TO wsAttAttended
           MOVE "N" TO wsFileEOF
           OPEN INPUT ATTENDANCE-FILE
           IF wsAtStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL wsFileEOF = "Y"
               READ ATTENDANCE-FILE
                   AT END
                       MOVE "Y" TO wsFileEOF
                   NOT AT END
                       IF AT-STUID = SM-STUID
                           MOVE "Y" TO wsHaveAtt
                           MOVE AT-HELD TO wsAttHeld
                           MOVE AT-ATTENDED TO wsAttAttended
                           IF AT-HELD > 0
                               COMPUTE wsAttPct ROUNDED =
                                   AT-ATTENDED * 100 / AT-HELD
                           ELSE
                               MOVE "N" TO wsHaveAtt
                           END-IF
                           MOVE "Y" TO wsFileEOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ATTENDANCE-FILE.

       FIND-GUARDIAN.
           MOVE "N" TO wsHaveGuardian
           MOVE "N" TO wsFileEOF
           OPEN INPUT GUARDIAN-FILE
           IF wsGdStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL wsFileEOF = "Y"
               READ GUARDIAN-FILE
                   AT END
                       MOVE "Y" TO wsFileEOF
                   NOT AT END
                       IF GD-STUID = SM-STUID
                           MOVE "Y" TO wsHaveGuardian
                           MOVE "Y" TO wsFileEOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GUARDIAN-FILE.

      *> The standing was set from the archived GWAs, so the letter
      *> quotes the latest one -- the history is appended term by
      *> term, so the last G line read is the newest.
       FIND-LAST-GWA.
           MOVE 0 TO wsLastGWA
           MOVE SPACES TO wsLastGWATerm
           MOVE "N" TO wsFileEOF
           OPEN INPUT GRADE-HIST-FILE
           IF wsGhStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL wsFileEOF = "Y"
               READ GRADE-HIST-FILE
                   AT END
                       MOVE "Y" TO wsFileEOF
                   NOT AT END
                       IF GH-IS-GWA AND GH-STUID = SM-STUID
                           MOVE GH-AVE TO wsLastGWA
                           MOVE GH-TERM TO wsLastGWATerm
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GRADE-HIST-FILE.

       PRINT-NOTICE-LETTER.
           MOVE ALL "=" TO wsLtrLine
           perform WRITE-LETTER-LINE
           EVALUATE wsLtrType
               WHEN "PROB"
                   MOVE "  NOTICE OF ACADEMIC PROBATION" TO wsLtrLine
               WHEN "WARN"
                   MOVE "  NOTICE OF ACADEMIC WARNING" TO wsLtrLine
               WHEN "GRAD"
                   MOVE "  NOTICE OF GRADES AT RISK" TO wsLtrLine
               WHEN "ATTN"
                   MOVE "  NOTICE OF POOR ATTENDANCE" TO wsLtrLine
           END-EVALUATE
           MOVE wsToday TO wsLtrLine(60:8)
           perform WRITE-LETTER-LINE
           perform WRITE-LETTER-LINE
           STRING "  " GD-NAME
               DELIMITED BY SIZE INTO wsLtrLine
           perform WRITE-LETTER-LINE
           STRING "  " GD-ADDR1
               DELIMITED BY SIZE INTO wsLtrLine
           perform WRITE-LETTER-LINE
           IF GD-ADDR2 NOT = SPACES
               STRING "  " GD-ADDR2
                   DELIMITED BY SIZE INTO wsLtrLine
               perform WRITE-LETTER-LINE
           END-IF
           STRING "  " GD-CITY
               DELIMITED BY SIZE INTO wsLtrLine
           perform WRITE-LETTER-LINE
           perform WRITE-LETTER-LINE
           STRING "  RE: " SM-SNAME "   STUDENT #" SM-STUID
               "   TERM " pickTerm
               DELIMITED BY SIZE INTO wsLtrLine
           perform WRITE-LETTER-LINE
           perform WRITE-LETTER-LINE
           EVALUATE wsLtrType
               WHEN "PROB"
                   MOVE "  Your student has finished two terms in a"
                       & " row below the passing mark"
                       TO wsLtrLine
                   perform WRITE-LETTER-LINE
                   MOVE "  and is now on academic probation, with a"
                       & " reduced load this term. Please"
                       TO wsLtrLine
                   perform WRITE-LETTER-LINE
                   MOVE "  arrange to meet the guidance office at"
                       & " your earliest convenience."
                       TO wsLtrLine
                   perform WRITE-LETTER-LINE
               WHEN "WARN"
                   MOVE "  Your student finished last term below the"
                       & " passing mark and is on"
                       TO wsLtrLine
                   perform WRITE-LETTER-LINE
                   MOVE "  academic warning. A second such term"
                       & " places the student on probation."
                       TO wsLtrLine
                   perform WRITE-LETTER-LINE
               WHEN "GRAD"
                   MOVE "  Your student's grades this term are at or"
                       & " near the passing mark. We"
                       TO wsLtrLine
                   perform WRITE-LETTER-LINE
                   MOVE "  ask for your support at home before the"
                       & " term closes." TO wsLtrLine
                   perform WRITE-LETTER-LINE
               WHEN "ATTN"
                   MOVE "  Your student has missed more classes this"
                       & " term than the school allows."
                       TO wsLtrLine
                   perform WRITE-LETTER-LINE
                   MOVE "  Please make sure of regular attendance"
                       & " from now on." TO wsLtrLine
                   perform WRITE-LETTER-LINE
           END-EVALUATE
           perform WRITE-LETTER-LINE
           MOVE "  THE STUDENT'S FIGURES FOR THE TERM" TO wsLtrLine
           perform WRITE-LETTER-LINE
           MOVE ALL "-" TO wsLtrLine
           perform WRITE-LETTER-LINE
           perform WRITE-TERM-FIGURES
           MOVE ALL "-" TO wsLtrLine
           perform WRITE-LETTER-LINE
           MOVE ALL "=" TO wsLtrLine
           perform WRITE-LETTER-LINE
           perform WRITE-LETTER-LINE.

       WRITE-TERM-FIGURES.
           IF wsGradesIn = "Y"
               MOVE schAve TO dispAve
               MOVE schPassMark TO dispMark
               STRING "  PRELIM " SM-PRELIM "   MIDTERM " SM-MIDTERM
                   "   FINALS " SM-FINALS
                   DELIMITED BY SIZE INTO wsLtrLine
               perform WRITE-LETTER-LINE
               STRING "  TERM AVERAGE          " dispAve
                   "   (PASSING MARK " dispMark ")"
                   DELIMITED BY SIZE INTO wsLtrLine
               perform WRITE-LETTER-LINE
           ELSE
               MOVE "  TERM AVERAGE          NOT YET COMPLETE"
                   TO wsLtrLine
               perform WRITE-LETTER-LINE
           END-IF
           IF wsHaveAtt = "Y"
               MOVE wsAttPct TO dispAttPct
               MOVE wsAttAttended TO dispAttended
               MOVE wsAttHeld TO dispHeld
               STRING "  ATTENDANCE            " dispAttPct "%   ("
                   dispAttended " OF " dispHeld " SESSIONS)"
                   DELIMITED BY SIZE INTO wsLtrLine
               perform WRITE-LETTER-LINE
           ELSE
               MOVE "  ATTENDANCE            NOT ON FILE"
                   TO wsLtrLine
               perform WRITE-LETTER-LINE
           END-IF
           IF wsLtrType = "PROB" OR wsLtrType = "WARN"
               IF wsLastGWATerm NOT = SPACES
                   MOVE wsLastGWA TO dispAve
                   STRING "  LAST TERM GWA         " dispAve
                       "   (TERM " wsLastGWATerm ")"
                       DELIMITED BY SIZE INTO wsLtrLine
                   perform WRITE-LETTER-LINE
               END-IF
           END-IF.

       WRITE-LETTER-LINE.
           MOVE wsLtrLine TO LETTER-PRINT-REC
           WRITE LETTER-PRINT-REC
           MOVE SPACES TO wsLtrLine.
