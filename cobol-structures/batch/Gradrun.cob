      *> Graduation candidate run for a term and a program code: the
      *> DEGAUDIT checklist, the hold check and the cashier's ledger
      *> taken together for every application on GRADAPP.DAT instead
      *> of one student at a time. Each candidate is audited against
      *> the program's lines on CURRIC.DAT (newest attempt decides,
      *> at or above the subject's passing mark is satisfied, as
      *> DEGAUDIT judges it), checked for active holds on HOLDS.DAT
      *> and for any assessment on ASSESSLG.DAT not paid in full,
      *> and given the Latin honors standing the cumulative
      *> GWA earns (CUMLAUDE / MAGNACUT / SUMMACUT, as CUMGWA bands
      *> it). The report splits the candidates into cleared and not
      *> cleared with every reason given; the cleared list comes out
      *> in commencement order -- summa, magna, cum laude, then the
      *> rest, by name within each -- and is written to GRADUATE.DAT
      *> for TRNSCRPT and STUINQ, replacing an earlier run's lines
      *> for the same term and program. Console and GRADRUN.PRT.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRADRUN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRAD-APPLICATION-FILE ASSIGN TO "GRADAPP.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsGaStatus.

           SELECT CURRICULUM-FILE ASSIGN TO "CURRIC.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsRqStatus.

           SELECT GRADE-HIST-FILE ASSIGN TO "GRADHIST.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsGhStatus.

           SELECT ASSESSMENT-FILE ASSIGN TO "ASSESSLG.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsTaStatus.

           SELECT STUDENT-HOLD-FILE ASSIGN TO "HOLDS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsHdStatus.

           SELECT GRADUATE-FILE ASSIGN TO "GRADUATE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsGrStatus.

           SELECT GRADUATE-WORK-FILE ASSIGN TO "GRADWK.DAT"
               ORGANIZATION LINE SEQUENTIAL.

           SELECT PARAMETER-FILE ASSIGN TO "PARAMS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsPaStatus.

           SELECT SUBJECT-MASTER ASSIGN TO "SUBJMAST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY SB-CODE
               FILE STATUS wsSbStatus.

           SELECT GRAD-SORT-FILE ASSIGN TO "SRTWK66".

           SELECT REPORT-PRINT-FILE ASSIGN TO "GRADRUN.PRT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD GRAD-APPLICATION-FILE.
           COPY GRADAPP.

           FD CURRICULUM-FILE.
           COPY CURRIC.

           FD GRADE-HIST-FILE.
           COPY GRADHIST.

           FD ASSESSMENT-FILE.
           COPY ASSESSLG.

           FD STUDENT-HOLD-FILE.
           COPY HOLDS.

           FD GRADUATE-FILE.
           COPY GRADLIST.

      *> Cut wider than the 70-byte graduate record so the copy pass
      *> can never shave the tail of the run date.
           FD GRADUATE-WORK-FILE.
           01 GRADUATE-WORK-REC PIC X(90).

           FD PARAMETER-FILE.
           COPY PARAMREC.

           FD SUBJECT-MASTER.
           COPY SUBJMAST.

           SD GRAD-SORT-FILE.
           01 GRAD-SORT-REC.
               05 GS-RANK PIC 9.
               05 GS-SNAME PIC X(20).
               05 GS-STUID PIC 9(6).
               05 GS-GWA PIC 9(3)V99.
               05 GS-HONORS PIC X(15).

           FD REPORT-PRINT-FILE.
           01 REPORT-PRINT-REC PIC X(80).

           WORKING-STORAGE SECTION.
           01 wsEOF pic X value "N".
           01 wsGhEOF pic X.
           01 wsGaStatus pic X(2).
           01 wsRqStatus pic X(2).
           01 wsGhStatus pic X(2).
           01 wsTaStatus pic X(2).
           01 wsGrStatus pic X(2).
           01 wsSbStatus pic X(2).
           01 wsToday pic 9(8).

           01 wsLaudeCut pic 9(3) value 90.
           01 wsMagnaCut pic 9(3) value 93.
           01 wsSummaCut pic 9(3) value 96.
           COPY PARMWS.
           COPY GRDSCHWS.

           01 pickTerm pic X(6).
           01 pickProgram pic X(6).

      *> The program's requirements, with the newest attempt found
      *> for the candidate in hand.
           01 wsRqMax pic 9(3) value 80.
           01 wsRqCount pic 9(3) value 0.
           01 rqIdx pic 9(3).
           01 wsRqTable.
               05 wsRqEntry OCCURS 80 TIMES.
                   10 wsRqSubject pic X(10).
                   10 wsRqUnits pic 9v9.
                   10 wsRqPass pic 9(3).
                   10 wsRqTaken pic X.
                   10 wsRqAve pic 9(3)v99.

           01 wsCandName pic X(20).
           01 wsCandCleared pic X.
           01 wsOutstanding pic 9(3).
           01 wsOwingTotal pic 9(7)v99.
           01 wsOwingTerms pic 9(3).
           01 wsWeightedSum pic 9(7)v99.
           01 wsUnitsTotal pic 9(3)v9.
           01 wsCumGWA pic 9(3)v99.
           01 wsBandText pic X(15).
           01 wsBandRank pic 9.

           01 wsCandCount pic 9(5) value 0.
           01 wsClearedCount pic 9(5) value 0.
           01 wsNotClearedCount pic 9(5) value 0.
           01 wsOrder pic 9(4) value 0.
           01 wsReplaced pic 9(5) value 0.

           01 dispGWA pic ZZ9.99.
           01 dispAmount pic ZZZ,ZZ9.99.
           01 dispCount pic ZZ,ZZ9.
           01 dispOrder pic ZZZ9.
           01 dispReqs pic ZZ9.

           COPY HOLDWS.
           COPY RPTHDR.
           COPY RPTPRT.

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE(1:8) TO wsToday.
           perform LOAD-RUN-PARAMETERS.

           display "Graduation term (e.g. 2025-2): " with no advancing.
           move spaces to pickTerm.
           accept pickTerm.
           display "Program code (e.g. BSA): " with no advancing.
           move spaces to pickProgram.
           accept pickProgram.
           INSPECT pickProgram CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

           perform LOAD-CURRICULUM.
           IF wsRqCount = 0
               display "No requirements on file for program "
                   function trim(pickProgram)
                   " -- line CURRIC.DAT up before the run."
               STOP RUN
           END-IF.

           move "Graduation Candidate Run" to WS-RPT-TITLE
           perform PRINT-REPORT-HEADER

           MOVE SPACES TO wsRptColHead.
           STRING "STUDNT NAME                 CUM GWA  STANDING"
               "         STATUS"
               DELIMITED BY SIZE INTO wsRptColHead.
           perform OPEN-REPORT-PRINT.
           MOVE SPACES TO wsRptLine.
           STRING "TERM " pickTerm "  PROGRAM " pickProgram
               "  CANDIDATE AUDIT"
               DELIMITED BY SIZE INTO wsRptLine.
           perform SHOW-REPORT-LINE.
           display wsRptColHead.

           perform DROP-EARLIER-GRADUATES.

           SORT GRAD-SORT-FILE
               ON ASCENDING KEY GS-RANK
               ON ASCENDING KEY GS-SNAME
               ON ASCENDING KEY GS-STUID
               INPUT PROCEDURE AUDIT-CANDIDATES
               OUTPUT PROCEDURE PRINT-COMMENCEMENT-LIST.

           MOVE SPACES TO wsRptLine.
           perform SHOW-REPORT-LINE.
           MOVE wsCandCount TO dispCount.
           STRING "Candidates audited:    " dispCount
               DELIMITED BY SIZE INTO wsRptLine.
           perform SHOW-REPORT-LINE.
           MOVE wsClearedCount TO dispCount.
           STRING "Cleared to graduate:   " dispCount
               DELIMITED BY SIZE INTO wsRptLine.
           perform SHOW-REPORT-LINE.
           MOVE wsNotClearedCount TO dispCount.
           STRING "Not cleared:           " dispCount
               DELIMITED BY SIZE INTO wsRptLine.
           perform SHOW-REPORT-LINE.
           IF wsReplaced > 0
               MOVE wsReplaced TO dispCount
               STRING "Earlier run's graduates replaced: " dispCount
                   DELIMITED BY SIZE INTO wsRptLine
               perform SHOW-REPORT-LINE
           END-IF.
           perform CLOSE-REPORT-PRINT.

           perform PRINT-REPORT-FOOTER.
           perform PRINT-PARAMETER-FOOTER.

       STOP RUN.

           COPY HOLDPR.
           COPY RPTHDRPR.
           COPY RPTPRTPR.
           COPY PARMPR.
           COPY GRDSCHPR.

       SHOW-REPORT-LINE.
           display wsRptLine
           perform WRITE-REPORT-LINE.

      *> The pass marks DEGAUDIT audits by and the honors bands
      *> CUMGWA ranks by, off the same parameter names.
       LOAD-RUN-PARAMETERS.
           MOVE wsToday TO wsParmAsOf
           perform LOAD-DEFAULT-SCHEME
           MOVE "CUMLAUDE" TO wsParmName
           perform LOAD-ONE-PARAMETER
           IF wsParmFound = "Y"
               MOVE wsParmValue TO wsLaudeCut
           END-IF
           MOVE "MAGNACUT" TO wsParmName
           perform LOAD-ONE-PARAMETER
           IF wsParmFound = "Y"
               MOVE wsParmValue TO wsMagnaCut
           END-IF
           MOVE "SUMMACUT" TO wsParmName
           perform LOAD-ONE-PARAMETER
           IF wsParmFound = "Y"
               MOVE wsParmValue TO wsSummaCut
           END-IF.

       LOAD-CURRICULUM.
           MOVE "N" TO wsEOF
           OPEN INPUT SUBJECT-MASTER
           OPEN INPUT CURRICULUM-FILE
           IF wsRqStatus NOT = "00"
               MOVE "Y" TO wsEOF
           END-IF
           PERFORM UNTIL wsEOF = "Y"
               READ CURRICULUM-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       IF RQ-PROGRAM = pickProgram
                           AND wsRqCount < wsRqMax
                           ADD 1 TO wsRqCount
                           MOVE RQ-SUBJECT TO wsRqSubject(wsRqCount)
                           MOVE RQ-UNITS TO wsRqUnits(wsRqCount)
                           perform LOOKUP-PASSING-MARK
                           MOVE schPassMark TO wsRqPass(wsRqCount)
                       END-IF
               END-READ
           END-PERFORM
           IF wsRqStatus = "00" OR wsRqStatus = "10"
               CLOSE CURRICULUM-FILE
           END-IF
           IF wsSbStatus = "00"
               CLOSE SUBJECT-MASTER
           END-IF.

      *> Each requirement passes at its own subject's mark.
       LOOKUP-PASSING-MARK.
           perform USE-DEFAULT-SCHEME
           IF wsSbStatus = "00"
               MOVE RQ-SUBJECT TO SB-CODE
               READ SUBJECT-MASTER
                   NOT INVALID KEY
                       MOVE SB-PRELIM-WT TO schPrelimWt
                       MOVE SB-MIDTERM-WT TO schMidtermWt
                       MOVE SB-FINALS-WT TO schFinalsWt
                       MOVE SB-PASS-MARK TO schPassMark
                       perform FILL-SCHEME-DEFAULTS
               END-READ
           END-IF.

      *> A rerun replaces the term and program's graduates: the
      *> other lines are copied through GRADWK.DAT and back before
      *> the new list is appended.
       DROP-EARLIER-GRADUATES.
           MOVE "N" TO wsEOF
           OPEN INPUT GRADUATE-FILE
           IF wsGrStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT GRADUATE-WORK-FILE
           PERFORM UNTIL wsEOF = "Y"
               READ GRADUATE-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       IF GR-TERM = pickTerm
                           AND GR-PROGRAM = pickProgram
                           ADD 1 TO wsReplaced
                       ELSE
                           MOVE SPACES TO GRADUATE-WORK-REC
                           MOVE GRADUATE-REC TO GRADUATE-WORK-REC
                           WRITE GRADUATE-WORK-REC
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GRADUATE-FILE
           CLOSE GRADUATE-WORK-FILE

           IF wsReplaced = 0
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO wsEOF
           OPEN INPUT GRADUATE-WORK-FILE
           OPEN OUTPUT GRADUATE-FILE
           PERFORM UNTIL wsEOF = "Y"
               READ GRADUATE-WORK-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       MOVE GRADUATE-WORK-REC TO GRADUATE-REC
                       WRITE GRADUATE-REC
               END-READ
           END-PERFORM
           CLOSE GRADUATE-WORK-FILE
           CLOSE GRADUATE-FILE.

      *> Every application for the term and program is audited on
      *> the way into the sort; only the cleared go in.
       AUDIT-CANDIDATES.
           MOVE "N" TO wsEOF
           OPEN INPUT GRAD-APPLICATION-FILE
           IF wsGaStatus NOT = "00"
               display "No graduation applications (GRADAPP.DAT)"
                   " on disk."
               MOVE "Y" TO wsEOF
           END-IF
           PERFORM UNTIL wsEOF = "Y"
               READ GRAD-APPLICATION-FILE
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       IF GA-TERM = pickTerm
                           AND GA-PROGRAM = pickProgram
                           PERFORM AUDIT-ONE-CANDIDATE
                       END-IF
               END-READ
           END-PERFORM
           IF wsGaStatus = "00" OR wsGaStatus = "10"
               CLOSE GRAD-APPLICATION-FILE
           END-IF
           IF wsCandCount = 0
               MOVE "NO APPLICATIONS FOR THE TERM AND PROGRAM."
                   TO wsRptLine
               perform SHOW-REPORT-LINE
           END-IF.

       AUDIT-ONE-CANDIDATE.
           ADD 1 TO wsCandCount
           MOVE "Y" TO wsCandCleared
           perform SCAN-CANDIDATE-HISTORY
           perform NAME-HONORS-BAND
           perform TOTAL-UNPAID-ASSESSMENTS
           MOVE GA-STUID TO holdStuId
           perform CHECK-STUDENT-HOLDS

           IF wsOutstanding > 0 OR wsOwingTerms > 0 OR holdCount > 0
               MOVE "N" TO wsCandCleared
           END-IF

           MOVE SPACES TO wsRptLine
           perform SHOW-REPORT-LINE
           MOVE wsCumGWA TO dispGWA
           IF wsCandCleared = "Y"
               ADD 1 TO wsClearedCount
               STRING GA-STUID " " wsCandName "  " dispGWA "  "
                   wsBandText "  CLEARED"
                   DELIMITED BY SIZE INTO wsRptLine
               perform SHOW-REPORT-LINE
               MOVE wsBandRank TO GS-RANK
               MOVE wsCandName TO GS-SNAME
               MOVE GA-STUID TO GS-STUID
               MOVE wsCumGWA TO GS-GWA
               MOVE wsBandText TO GS-HONORS
               RELEASE GRAD-SORT-REC
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO wsNotClearedCount
           STRING GA-STUID " " wsCandName "  " dispGWA "  "
               wsBandText "  NOT CLEARED"
               DELIMITED BY SIZE INTO wsRptLine
           perform SHOW-REPORT-LINE
           IF wsOutstanding > 0
               MOVE wsOutstanding TO dispReqs
               STRING "       " dispReqs " REQUIREMENT(S) OUTSTANDING:"
                   DELIMITED BY SIZE INTO wsRptLine
               perform SHOW-REPORT-LINE
               PERFORM VARYING rqIdx FROM 1 BY 1
                       UNTIL rqIdx > wsRqCount
                   perform SHOW-OUTSTANDING-REQUIREMENT
               END-PERFORM
           END-IF
           IF wsOwingTerms > 0
               MOVE wsOwingTotal TO dispAmount
               STRING "       UNPAID ASSESSMENT BALANCE " dispAmount
                   DELIMITED BY SIZE INTO wsRptLine
               perform SHOW-REPORT-LINE
           END-IF
           IF holdCount > 0
               STRING "       ON HOLD -- SEE THE " holdOfficeName
                   DELIMITED BY SIZE INTO wsRptLine
               perform SHOW-REPORT-LINE
           END-IF.

      *> One pass over the history per candidate: every subject line
      *> rolls into the cumulative GWA the way CUMGWA rolls it, and
      *> the newest attempt at each required subject is kept.
       SCAN-CANDIDATE-HISTORY.
           MOVE SPACES TO wsCandName
           MOVE 0 TO wsWeightedSum
           MOVE 0 TO wsUnitsTotal
           MOVE 0 TO wsCumGWA
           PERFORM VARYING rqIdx FROM 1 BY 1 UNTIL rqIdx > wsRqCount
               MOVE "N" TO wsRqTaken(rqIdx)
               MOVE 0 TO wsRqAve(rqIdx)
           END-PERFORM

           MOVE "N" TO wsGhEOF
           OPEN INPUT GRADE-HIST-FILE
           IF wsGhStatus NOT = "00"
               MOVE "Y" TO wsGhEOF
           END-IF
           PERFORM UNTIL wsGhEOF = "Y"
               READ GRADE-HIST-FILE
                   AT END
                       MOVE "Y" TO wsGhEOF
                   NOT AT END
                       IF GH-IS-SUBJECT AND GH-STUID = GA-STUID
                           MOVE GH-SNAME TO wsCandName
                           compute wsWeightedSum =
                               wsWeightedSum + (GH-AVE * GH-UNITS)
                           add GH-UNITS to wsUnitsTotal
                           PERFORM VARYING rqIdx FROM 1 BY 1
                                   UNTIL rqIdx > wsRqCount
                               IF wsRqSubject(rqIdx) = GH-SUBJECT
                                   MOVE "Y" TO wsRqTaken(rqIdx)
                                   MOVE GH-AVE TO wsRqAve(rqIdx)
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM
           IF wsGhStatus = "00" OR wsGhStatus = "10"
               CLOSE GRADE-HIST-FILE
           END-IF

           IF wsCandName = SPACES
               MOVE "(NO GRADE HISTORY)" TO wsCandName
           END-IF
           IF wsUnitsTotal > 0
               compute wsCumGWA = wsWeightedSum / wsUnitsTotal
           END-IF

           MOVE 0 TO wsOutstanding
           PERFORM VARYING rqIdx FROM 1 BY 1 UNTIL rqIdx > wsRqCount
               IF wsRqTaken(rqIdx) = "N"
                   OR wsRqAve(rqIdx) < wsRqPass(rqIdx)
                   ADD 1 TO wsOutstanding
               END-IF
           END-PERFORM.

      *> The rank orders the commencement program: summa first, the
      *> graduates without honors last.
       NAME-HONORS-BAND.
           EVALUATE TRUE
               WHEN wsCumGWA >= wsSummaCut
                   MOVE "SUMMA CUM LAUDE" TO wsBandText
                   MOVE 1 TO wsBandRank
               WHEN wsCumGWA >= wsMagnaCut
                   MOVE "MAGNA CUM LAUDE" TO wsBandText
                   MOVE 2 TO wsBandRank
               WHEN wsCumGWA >= wsLaudeCut
                   MOVE "CUM LAUDE" TO wsBandText
                   MOVE 3 TO wsBandRank
               WHEN OTHER
                   MOVE "---" TO wsBandText
                   MOVE 4 TO wsBandRank
           END-EVALUATE.

      *> Any term's assessment left short of paid counts against the
      *> candidate, not only the graduating term's.
       TOTAL-UNPAID-ASSESSMENTS.
           MOVE 0 TO wsOwingTotal
           MOVE 0 TO wsOwingTerms
           MOVE "N" TO wsGhEOF
           OPEN INPUT ASSESSMENT-FILE
           IF wsTaStatus NOT = "00"
               MOVE "Y" TO wsGhEOF
           END-IF
           PERFORM UNTIL wsGhEOF = "Y"
               READ ASSESSMENT-FILE
                   AT END
                       MOVE "Y" TO wsGhEOF
                   NOT AT END
                       IF TA-STUID = GA-STUID
                           AND TA-PAID < TA-TOTAL
                           ADD 1 TO wsOwingTerms
                           COMPUTE wsOwingTotal =
                               wsOwingTotal + TA-TOTAL - TA-PAID
                       END-IF
               END-READ
           END-PERFORM
           IF wsTaStatus = "00" OR wsTaStatus = "10"
               CLOSE ASSESSMENT-FILE
           END-IF.

       SHOW-OUTSTANDING-REQUIREMENT.
           IF wsRqTaken(rqIdx) = "N"
               STRING "         " wsRqSubject(rqIdx) " NEVER TAKEN"
                   DELIMITED BY SIZE INTO wsRptLine
               perform SHOW-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           IF wsRqAve(rqIdx) < wsRqPass(rqIdx)
               MOVE wsRqAve(rqIdx) TO dispGWA
               STRING "         " wsRqSubject(rqIdx)
                   " LAST ATTEMPT " dispGWA
                   DELIMITED BY SIZE INTO wsRptLine
               perform SHOW-REPORT-LINE
           END-IF.

       PRINT-COMMENCEMENT-LIST.
           MOVE SPACES TO wsRptLine
           perform SHOW-REPORT-LINE
           STRING "COMMENCEMENT LIST -- " pickProgram " " pickTerm
               DELIMITED BY SIZE INTO wsRptLine
           perform SHOW-REPORT-LINE

           OPEN EXTEND GRADUATE-FILE
           IF wsGrStatus = "35"
               OPEN OUTPUT GRADUATE-FILE
               CLOSE GRADUATE-FILE
               OPEN EXTEND GRADUATE-FILE
           END-IF

           PERFORM FOREVER
               RETURN GRAD-SORT-FILE
                   AT END
                       EXIT PERFORM
               END-RETURN

               ADD 1 TO wsOrder
               MOVE pickTerm TO GR-TERM
               MOVE pickProgram TO GR-PROGRAM
               MOVE GS-STUID TO GR-STUID
               MOVE GS-SNAME TO GR-SNAME
               MOVE GS-GWA TO GR-GWA
               IF GS-RANK < 4
                   MOVE GS-HONORS TO GR-HONORS
               ELSE
                   MOVE SPACES TO GR-HONORS
               END-IF
               MOVE wsOrder TO GR-ORDER
               MOVE wsToday TO GR-RUNDATE
               WRITE GRADUATE-REC

               MOVE wsOrder TO dispOrder
               MOVE GS-GWA TO dispGWA
               STRING dispOrder ". " GS-STUID " " GS-SNAME "  "
                   dispGWA "  " GR-HONORS
                   DELIMITED BY SIZE INTO wsRptLine
               perform SHOW-REPORT-LINE
           END-PERFORM

           CLOSE GRADUATE-FILE
           IF wsOrder = 0
               MOVE "NO CANDIDATE CLEARED." TO wsRptLine
               perform SHOW-REPORT-LINE
           END-IF.
