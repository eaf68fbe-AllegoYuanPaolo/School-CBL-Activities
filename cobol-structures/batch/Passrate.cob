      *> Subject pass-rate analysis across terms, off the grade
      *> history. For a range of closed terms every subject line on
      *> GRADHIST.DAT is counted per subject and term -- students
      *> enrolled, average grade, pass rate and failure rate against
      *> the mark the subject passed at that term -- and the terms of
      *> a subject print in order so the trend reads down the page,
      *> with the failure rate's change on the prior term beside it.
      *> Under each term the same figures are broken out per teacher
      *> through the section's assignment on ASSIGN.DAT, and a
      *> teacher whose failure rate stands off the subject's by more
      *> than FAILDEV points is marked HARSH or LENIENT. A failure
      *> rate that moved more than FAILSWING points on the prior term
      *> is flagged SWING and listed again at the end for the
      *> academic council. Lines archived before the history carried
      *> the section fall under no teacher, and before it carried the
      *> passing mark are judged by the subject master's scheme.
      *> Console and PASSRATE.PRT.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PASSRATE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRADE-HIST-FILE ASSIGN TO "GRADHIST.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsGhStatus.

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

           SELECT RATE-SORT-FILE ASSIGN TO "SRTWK67".

           SELECT REPORT-PRINT-FILE ASSIGN TO "PASSRATE.PRT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD GRADE-HIST-FILE.
           COPY GRADHIST.

           FD ASSIGNMENT-FILE.
           COPY ASSIGN.

           FD SUBJECT-MASTER.
           COPY SUBJMAST.

           FD FACULTY-MASTER.
           COPY FACMAST.

           FD PARAMETER-FILE.
           COPY PARAMREC.

      *> One archived subject line, judged: PS-FACID is zero when no
      *> assignment covers the line's section.
           SD RATE-SORT-FILE.
           01 RATE-SORT-REC.
               05 PS-SUBJECT PIC X(10).
               05 PS-TERM PIC X(6).
               05 PS-FACID PIC 9(4).
               05 PS-AVE PIC 9(3)V99.
               05 PS-PASSED PIC X.

           FD REPORT-PRINT-FILE.
           01 REPORT-PRINT-REC PIC X(80).

           WORKING-STORAGE SECTION.
           01 wsEOF pic X value "N".
           01 wsGhStatus pic X(2).
           01 wsAsStatus pic X(2).
           01 wsSbStatus pic X(2).
           01 wsFcStatus pic X(2).
           01 wsSbAvail pic X value "N".
           01 wsFcAvail pic X value "N".

           01 pickFromTerm pic X(6).
           01 pickToTerm pic X(6).

           01 wsFailSwing pic 9(3)v9 value 15.
           01 wsFailDev pic 9(3)v9 value 15.

      *> The range's assignments in force, by term, section and
      *> subject -- the last line for one wins, as FACLOAD reads it.
           01 wsAsgMax pic 9(4) value 3000.
           01 wsAsgCount pic 9(4) value 0.
           01 asgIdx pic 9(4).
           01 wsAsgTable.
               05 wsAsgEntry OCCURS 3000 TIMES.
                   10 asgTerm pic X(6).
                   10 asgSection pic X(2).
                   10 asgSubject pic X(10).
                   10 asgFacId pic 9(4).

           01 wsLineCount pic 9(6) value 0.
           01 wsPassMark pic 9(3).

           01 wsFirstRec pic X value "Y".
           01 wsCurSubject pic X(10).
           01 wsCurTerm pic X(6).
           01 wsHavePrior pic X.
           01 wsPriorTerm pic X(6).
           01 wsPriorFail pic 9(3)v9.

           01 wsTermCount pic 9(5).
           01 wsTermPassed pic 9(5).
           01 wsTermSum pic 9(8)v99.
           01 wsTermAve pic 9(3)v99.
           01 wsTermPass pic 9(3)v9.
           01 wsTermFail pic 9(3)v9.
           01 wsFailChange pic S9(3)v9.
           01 wsFailGap pic S9(3)v9.
           01 wsFlagText pic X(8).

      *> The current subject-term's teachers, held until the term
      *> closes and the subject norm they are judged against is in.
           01 wsTchMax pic 9(3) value 50.
           01 wsTchCount pic 9(3) value 0.
           01 tchIdx pic 9(3).
           01 wsTchTable.
               05 wsTchEntry OCCURS 50 TIMES.
                   10 tchFacId pic 9(4).
                   10 tchCount pic 9(5).
                   10 tchPassed pic 9(5).
                   10 tchSum pic 9(8)v99.
           01 wsTchName pic X(15).
           01 wsTchAve pic 9(3)v99.
           01 wsTchPass pic 9(3)v9.
           01 wsTchFail pic 9(3)v9.

      *> Subjects flagged for the academic council, listed again at
      *> the end of the report.
           01 wsSwingMax pic 9(3) value 200.
           01 wsSwingCount pic 9(3) value 0.
           01 swgIdx pic 9(3).
           01 wsSwingTable.
               05 wsSwingEntry OCCURS 200 TIMES.
                   10 swgSubject pic X(10).
                   10 swgPriorTerm pic X(6).
                   10 swgPriorFail pic 9(3)v9.
                   10 swgTerm pic X(6).
                   10 swgFail pic 9(3)v9.

           01 wsSubjectCount pic 9(5) value 0.
           01 wsHarshCount pic 9(5) value 0.
           01 wsLenientCount pic 9(5) value 0.

           01 dispCount pic ZZ,ZZ9.
           01 dispAve pic ZZ9.99.
           01 dispPass pic ZZ9.9.
           01 dispFail pic ZZ9.9.
           01 dispPrior pic ZZ9.9.
           01 dispChange pic +ZZ9.9.
           01 dispPoints pic ZZ9.9.

           COPY PARMWS.
           COPY GRDSCHWS.
           COPY RPTHDR.
           COPY RPTPRT.

       PROCEDURE DIVISION.

           display "First term of the range (e.g. 2023-1): "
               with no advancing.
           move spaces to pickFromTerm.
           accept pickFromTerm.
           display "Last term of the range (blank = the same): "
               with no advancing.
           move spaces to pickToTerm.
           accept pickToTerm.
           IF pickToTerm = SPACES
               MOVE pickFromTerm TO pickToTerm
           END-IF.

           perform LOAD-RUN-PARAMETERS.
           perform LOAD-ASSIGNMENTS.

           OPEN INPUT GRADE-HIST-FILE.
           IF wsGhStatus NOT = "00"
               display "No grade history (GRADHIST.DAT) on disk --"
                   " close a term with SEMCLOSE first."
               STOP RUN
           END-IF.
           CLOSE GRADE-HIST-FILE.

           move "Subject Pass-Rate Analysis" to WS-RPT-TITLE
           perform PRINT-REPORT-HEADER

           MOVE SPACES TO wsRptColHead.
           STRING "  TERM    TEACHER               ENROL AVERAGE"
               "  PASS%  FAIL% CHANGE FLAG"
               DELIMITED BY SIZE INTO wsRptColHead.
           perform OPEN-REPORT-PRINT.
           MOVE SPACES TO wsRptLine.
           MOVE wsFailSwing TO dispPoints.
           MOVE wsFailDev TO dispPrior.
           STRING "TERMS " pickFromTerm " TO " pickToTerm
               "   SWING " dispPoints "   TEACHER DEV " dispPrior
               DELIMITED BY SIZE INTO wsRptLine.
           perform SHOW-REPORT-LINE.
           display wsRptColHead.

           OPEN INPUT SUBJECT-MASTER.
           IF wsSbStatus = "00"
               MOVE "Y" TO wsSbAvail
           END-IF.
           OPEN INPUT FACULTY-MASTER.
           IF wsFcStatus = "00"
               MOVE "Y" TO wsFcAvail
           END-IF.
           SORT RATE-SORT-FILE
               ON ASCENDING KEY PS-SUBJECT
               ON ASCENDING KEY PS-TERM
               ON ASCENDING KEY PS-FACID
               INPUT PROCEDURE RELEASE-HISTORY-LINES
               OUTPUT PROCEDURE PRINT-SUBJECT-TRENDS.
           IF wsSbAvail = "Y"
               CLOSE SUBJECT-MASTER
           END-IF.
           IF wsFcAvail = "Y"
               CLOSE FACULTY-MASTER
           END-IF.

           perform PRINT-COUNCIL-LIST.

           MOVE SPACES TO wsRptLine.
           perform SHOW-REPORT-LINE.
           MOVE wsLineCount TO dispCount.
           STRING "Subject lines analysed:     " dispCount
               DELIMITED BY SIZE INTO wsRptLine.
           perform SHOW-REPORT-LINE.
           MOVE wsSubjectCount TO dispCount.
           STRING "Subjects:                   " dispCount
               DELIMITED BY SIZE INTO wsRptLine.
           perform SHOW-REPORT-LINE.
           MOVE wsSwingCount TO dispCount.
           STRING "Failure-rate swings:        " dispCount
               DELIMITED BY SIZE INTO wsRptLine.
           perform SHOW-REPORT-LINE.
           MOVE wsHarshCount TO dispCount.
           STRING "Teachers marked HARSH:      " dispCount
               DELIMITED BY SIZE INTO wsRptLine.
           perform SHOW-REPORT-LINE.
           MOVE wsLenientCount TO dispCount.
           STRING "Teachers marked LENIENT:    " dispCount
               DELIMITED BY SIZE INTO wsRptLine.
           perform SHOW-REPORT-LINE.
           perform CLOSE-REPORT-PRINT.

           perform PRINT-PARAMETER-FOOTER.
           perform PRINT-REPORT-FOOTER.

       STOP RUN.

           COPY PARMPR.
           COPY GRDSCHPR.
           COPY RPTHDRPR.
           COPY RPTPRTPR.

       SHOW-REPORT-LINE.
           display wsRptLine
           perform WRITE-REPORT-LINE.

      *> Both thresholds are in points of failure rate; the default
      *> scheme judges a line whose subject has left the master.
       LOAD-RUN-PARAMETERS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO wsParmAsOf
           MOVE "FAILSWING" TO wsParmName
           perform LOAD-ONE-PARAMETER
           IF wsParmFound = "Y"
               MOVE wsParmValue TO wsFailSwing
           END-IF
           MOVE "FAILDEV" TO wsParmName
           perform LOAD-ONE-PARAMETER
           IF wsParmFound = "Y"
               MOVE wsParmValue TO wsFailDev
           END-IF
           perform LOAD-DEFAULT-SCHEME.

       LOAD-ASSIGNMENTS.
           MOVE "N" TO wsEOF
           OPEN INPUT ASSIGNMENT-FILE
           IF wsAsStatus NOT = "00"
               MOVE "Y" TO wsEOF
               display "No assignment file (ASSIGN.DAT) -- subject"
                   " figures only, no teacher breakdown."
           END-IF
           PERFORM UNTIL wsEOF = "Y"
               READ ASSIGNMENT-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       IF AS-TERM >= pickFromTerm
                           AND AS-TERM <= pickToTerm
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
               IF asgTerm(asgIdx) = AS-TERM
                   AND asgSection(asgIdx) = AS-SECTION
                   AND asgSubject(asgIdx) = AS-SUBJECT
                   MOVE AS-FACID TO asgFacId(asgIdx)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF wsAsgCount < wsAsgMax
               ADD 1 TO wsAsgCount
               MOVE AS-TERM TO asgTerm(wsAsgCount)
               MOVE AS-SECTION TO asgSection(wsAsgCount)
               MOVE AS-SUBJECT TO asgSubject(wsAsgCount)
               MOVE AS-FACID TO asgFacId(wsAsgCount)
           END-IF.

       RELEASE-HISTORY-LINES.
           MOVE "N" TO wsEOF
           OPEN INPUT GRADE-HIST-FILE
           PERFORM UNTIL wsEOF = "Y"
               READ GRADE-HIST-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       IF GH-IS-SUBJECT
                           AND GH-TERM >= pickFromTerm
                           AND GH-TERM <= pickToTerm
                           perform RELEASE-ONE-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GRADE-HIST-FILE.

       RELEASE-ONE-LINE.
           ADD 1 TO wsLineCount
           perform FIND-LINE-PASS-MARK
           MOVE GH-SUBJECT TO PS-SUBJECT
           MOVE GH-TERM TO PS-TERM
           MOVE GH-AVE TO PS-AVE
           IF GH-AVE < wsPassMark
               MOVE "N" TO PS-PASSED
           ELSE
               MOVE "Y" TO PS-PASSED
           END-IF
           MOVE 0 TO PS-FACID
           IF GH-SECTION NOT = SPACES
               PERFORM VARYING asgIdx FROM 1 BY 1
                       UNTIL asgIdx > wsAsgCount
                   IF asgTerm(asgIdx) = GH-TERM
                       AND asgSection(asgIdx) = GH-SECTION
                       AND asgSubject(asgIdx) = GH-SUBJECT
                       MOVE asgFacId(asgIdx) TO PS-FACID
                   END-IF
               END-PERFORM
           END-IF
           RELEASE RATE-SORT-REC.

      *> The mark archived with the line is the one the subject
      *> passed at that term; an older line without one is judged
      *> by the subject's scheme on the master today.
       FIND-LINE-PASS-MARK.
           IF GH-PASS-MARK IS NUMERIC AND GH-PASS-MARK > 0
               MOVE GH-PASS-MARK TO wsPassMark
               EXIT PARAGRAPH
           END-IF
           perform USE-DEFAULT-SCHEME
           IF wsSbAvail = "Y"
               MOVE GH-SUBJECT TO SB-CODE
               READ SUBJECT-MASTER
                   NOT INVALID KEY
                       MOVE SB-PRELIM-WT TO schPrelimWt
                       MOVE SB-MIDTERM-WT TO schMidtermWt
                       MOVE SB-FINALS-WT TO schFinalsWt
                       MOVE SB-PASS-MARK TO schPassMark
                       perform FILL-SCHEME-DEFAULTS
               END-READ
           END-IF
           MOVE schPassMark TO wsPassMark.

       PRINT-SUBJECT-TRENDS.
           PERFORM FOREVER
               RETURN RATE-SORT-FILE
                   AT END
                       EXIT PERFORM
               END-RETURN

               IF wsFirstRec = "N"
                   AND (PS-SUBJECT NOT = wsCurSubject
                       OR PS-TERM NOT = wsCurTerm)
                   PERFORM CLOSE-ONE-TERM
               END-IF
               IF wsFirstRec = "Y"
                   OR PS-SUBJECT NOT = wsCurSubject
                   PERFORM OPEN-ONE-SUBJECT
               END-IF
               IF wsFirstRec = "Y"
                   OR PS-SUBJECT NOT = wsCurSubject
                   OR PS-TERM NOT = wsCurTerm
                   PERFORM OPEN-ONE-TERM
               END-IF
               MOVE "N" TO wsFirstRec
               MOVE PS-SUBJECT TO wsCurSubject
               MOVE PS-TERM TO wsCurTerm

               ADD 1 TO wsTermCount
               ADD PS-AVE TO wsTermSum
               IF PS-PASSED = "Y"
                   ADD 1 TO wsTermPassed
               END-IF
               PERFORM TAKE-TEACHER-LINE
           END-PERFORM

           IF wsFirstRec = "N"
               PERFORM CLOSE-ONE-TERM
           END-IF.

       OPEN-ONE-SUBJECT.
           ADD 1 TO wsSubjectCount
           MOVE "N" TO wsHavePrior
           MOVE SPACES TO wsRptLine
           perform SHOW-REPORT-LINE
           MOVE PS-SUBJECT TO SB-CODE
           MOVE SPACES TO SB-DESC
           IF wsSbAvail = "Y"
               READ SUBJECT-MASTER
                   INVALID KEY
                       MOVE "(not on subject master)" TO SB-DESC
               END-READ
           END-IF
           STRING PS-SUBJECT " " SB-DESC
               DELIMITED BY SIZE INTO wsRptLine
           perform SHOW-REPORT-LINE.

       OPEN-ONE-TERM.
           MOVE 0 TO wsTermCount
           MOVE 0 TO wsTermPassed
           MOVE 0 TO wsTermSum
           MOVE 0 TO wsTchCount.

      *> The sort brings one teacher's lines together inside the
      *> term, so only the last entry can be the same teacher.
       TAKE-TEACHER-LINE.
           IF wsTchCount > 0
               IF tchFacId(wsTchCount) = PS-FACID
                   MOVE wsTchCount TO tchIdx
               ELSE
                   MOVE 0 TO tchIdx
               END-IF
           ELSE
               MOVE 0 TO tchIdx
           END-IF
           IF tchIdx = 0
               IF wsTchCount >= wsTchMax
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO wsTchCount
               MOVE wsTchCount TO tchIdx
               MOVE PS-FACID TO tchFacId(tchIdx)
               MOVE 0 TO tchCount(tchIdx)
               MOVE 0 TO tchPassed(tchIdx)
               MOVE 0 TO tchSum(tchIdx)
           END-IF
           ADD 1 TO tchCount(tchIdx)
           ADD PS-AVE TO tchSum(tchIdx)
           IF PS-PASSED = "Y"
               ADD 1 TO tchPassed(tchIdx)
           END-IF.

       CLOSE-ONE-TERM.
           COMPUTE wsTermAve ROUNDED = wsTermSum / wsTermCount
           COMPUTE wsTermPass ROUNDED =
               wsTermPassed * 100 / wsTermCount
           COMPUTE wsTermFail = 100 - wsTermPass
           MOVE SPACES TO wsFlagText
           MOVE wsTermCount TO dispCount
           MOVE wsTermAve TO dispAve
           MOVE wsTermPass TO dispPass
           MOVE wsTermFail TO dispFail
           IF wsHavePrior = "Y"
               COMPUTE wsFailChange = wsTermFail - wsPriorFail
               MOVE wsFailChange TO dispChange
               IF wsFailChange >= wsFailSwing
                   OR 0 - wsFailChange >= wsFailSwing
                   MOVE "SWING" TO wsFlagText
                   perform NOTE-COUNCIL-SWING
               END-IF
               STRING "  " wsCurTerm "  SUBJECT NORM        "
                   dispCount " " dispAve "  " dispPass "  " dispFail
                   " " dispChange " " wsFlagText
                   DELIMITED BY SIZE INTO wsRptLine
           ELSE
               STRING "  " wsCurTerm "  SUBJECT NORM        "
                   dispCount " " dispAve "  " dispPass "  " dispFail
                   "     --"
                   DELIMITED BY SIZE INTO wsRptLine
           END-IF
           perform SHOW-REPORT-LINE

           PERFORM VARYING tchIdx FROM 1 BY 1
                   UNTIL tchIdx > wsTchCount
               perform PRINT-ONE-TEACHER
           END-PERFORM

           MOVE "Y" TO wsHavePrior
           MOVE wsCurTerm TO wsPriorTerm
           MOVE wsTermFail TO wsPriorFail.

       NOTE-COUNCIL-SWING.
           IF wsSwingCount >= wsSwingMax
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO wsSwingCount
           MOVE wsCurSubject TO swgSubject(wsSwingCount)
           MOVE wsPriorTerm TO swgPriorTerm(wsSwingCount)
           MOVE wsPriorFail TO swgPriorFail(wsSwingCount)
           MOVE wsCurTerm TO swgTerm(wsSwingCount)
           MOVE wsTermFail TO swgFail(wsSwingCount).

      *> The CHANGE column on a teacher line is the gap to the
      *> subject's failure rate that term, not to the prior term.
       PRINT-ONE-TEACHER.
           IF tchFacId(tchIdx) = 0
               MOVE "(NO ASSIGNMENT)" TO wsTchName
           ELSE
               MOVE SPACES TO wsTchName
               IF wsFcAvail = "Y"
                   MOVE tchFacId(tchIdx) TO FC-ID
                   READ FACULTY-MASTER
                       INVALID KEY
                           MOVE "(not on file)" TO wsTchName
                       NOT INVALID KEY
                           MOVE FC-NAME TO wsTchName
                   END-READ
               END-IF
           END-IF
           COMPUTE wsTchAve ROUNDED =
               tchSum(tchIdx) / tchCount(tchIdx)
           COMPUTE wsTchPass ROUNDED =
               tchPassed(tchIdx) * 100 / tchCount(tchIdx)
           COMPUTE wsTchFail = 100 - wsTchPass
           COMPUTE wsFailGap = wsTchFail - wsTermFail
           MOVE SPACES TO wsFlagText
           IF tchFacId(tchIdx) NOT = 0
               IF wsFailGap >= wsFailDev
                   MOVE "HARSH" TO wsFlagText
                   ADD 1 TO wsHarshCount
               END-IF
               IF 0 - wsFailGap >= wsFailDev
                   MOVE "LENIENT" TO wsFlagText
                   ADD 1 TO wsLenientCount
               END-IF
           END-IF
           MOVE tchCount(tchIdx) TO dispCount
           MOVE wsTchAve TO dispAve
           MOVE wsTchPass TO dispPass
           MOVE wsTchFail TO dispFail
           MOVE wsFailGap TO dispChange
           STRING "          " tchFacId(tchIdx) " " wsTchName
               dispCount " " dispAve "  " dispPass "  " dispFail
               " " dispChange " " wsFlagText
               DELIMITED BY SIZE INTO wsRptLine
           perform SHOW-REPORT-LINE.

       PRINT-COUNCIL-LIST.
           MOVE SPACES TO wsRptLine
           perform SHOW-REPORT-LINE
           perform SHOW-REPORT-LINE
           MOVE "FLAGGED FOR THE ACADEMIC COUNCIL" TO wsRptLine
           perform SHOW-REPORT-LINE
           MOVE "SUBJECT     PRIOR   FAIL%   TERM    FAIL%  CHANGE"
               TO wsRptLine
           perform SHOW-REPORT-LINE
           IF wsSwingCount = 0
               MOVE "NO FAILURE RATE MOVED BEYOND THE SWING."
                   TO wsRptLine
               perform SHOW-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING swgIdx FROM 1 BY 1
                   UNTIL swgIdx > wsSwingCount
               MOVE swgPriorFail(swgIdx) TO dispPrior
               MOVE swgFail(swgIdx) TO dispFail
               COMPUTE wsFailChange =
                   swgFail(swgIdx) - swgPriorFail(swgIdx)
               MOVE wsFailChange TO dispChange
               STRING swgSubject(swgIdx) "  " swgPriorTerm(swgIdx)
                   "  " dispPrior "  " swgTerm(swgIdx) "  "
                   dispFail "  " dispChange
                   DELIMITED BY SIZE INTO wsRptLine
               perform SHOW-REPORT-LINE
           END-PERFORM.
