      *> empties the two working files so the encoders start the new
      *> term clean instead of overwriting last term's grades in
      *> place. The history is what TRNSCRPT prints transcripts from.
      *> Each subject's average is archived as its own grading scheme
      *> on the subject master weighs it, the master-record average
      *> by the house default, and the close counts the subject lines
      *> that fell below their subject's passing mark. Every line
      *> carries the student's section off the master, and a subject
      *> line the mark it was judged against, for the pass-rate
      *> analysis across terms.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEMCLOSE.

           01 wsHonorCutoff pic 9(3) value 90.
           01 wsHonorPct pic 9(3) value 25.
           COPY PARMWS.
           COPY GRDSCHWS.
           01 wsGrantTerm pic X(6).
           01 wsGrantCount pic 9(4) value 0.
           01 wsEOF pic X value "N".
           01 wsUnitsTotal pic 9(3)v9 value 0.
           01 wsGWA pic 9(3)v99.

      *> Each student's section, noted as the master is archived, so
      *> the subject lines read after it can carry it too.
           01 wsSectTable.
               05 wsSectEntry OCCURS 3000 TIMES.
                   10 wsSectStuId pic 9(6).
                   10 wsSectCode pic X(2).
           01 wsSectCount pic 9(4) value 0.
           01 sectIdx pic 9(4).

           01 wsMasterCount pic 9(6) value 0.
           01 wsSubjectCount pic 9(6) value 0.
           01 wsIncSkipped pic 9(6) value 0.
           01 wsBelowPass pic 9(6) value 0.
           01 dispCount pic ZZZ,ZZ9.

           COPY RPTHDR.
           display "Incomplete records left out: " dispCount.
           MOVE wsSubjRejCount TO dispCount.
           display "Unknown subject codes left out: " dispCount.
           MOVE wsBelowPass TO dispCount.
           display "Subject lines below their passing mark: "
               dispCount.
           IF wsGrantTerm NOT = SPACES
               MOVE wsGrantCount TO dispCount
               display "Honor scholarships granted for "

           COPY RPTHDRPR.
           COPY PARMPR.
           COPY GRDSCHPR.

      *> The honor cutoff tracks what SEL1 graded with, and the
      *> discount percentage is staged as HONORDSC; both fall back
           perform LOAD-ONE-PARAMETER
           IF wsParmFound = "Y"
               MOVE wsParmValue TO wsHonorPct
           END-IF
           perform LOAD-DEFAULT-SCHEME.

      *> The grant the student was promised is the grant the bill
      *> will show: a term GWA at or over the honor cutoff earns
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       IF wsSectCount < 3000
                           ADD 1 TO wsSectCount
                           MOVE SM-STUID TO wsSectStuId(wsSectCount)
                           MOVE SM-SECTION TO wsSectCode(wsSectCount)
                       END-IF
                       IF SM-PRELIM IS NOT NUMERIC
                           OR SM-MIDTERM IS NOT NUMERIC
                           OR SM-FINALS IS NOT NUMERIC
                               SM-SNAME "is INCOMPLETE -- left"
                               " out of the archive."
                       ELSE
                       perform USE-DEFAULT-SCHEME
                       MOVE SM-PRELIM TO schPrelim
                       MOVE SM-MIDTERM TO schMidterm
                       MOVE SM-FINALS TO schFinals
                       perform COMPUTE-SCHEME-AVERAGE
                       MOVE schAve TO ave
                       MOVE SPACES TO GRADE-HIST-REC
                       MOVE SM-TERM TO GH-TERM
                       MOVE SM-STUID TO GH-STUID
                       MOVE SM-MIDTERM TO GH-MIDTERM
                       MOVE SM-FINALS TO GH-FINALS
                       MOVE ave TO GH-AVE
                       MOVE SM-SECTION TO GH-SECTION
                       MOVE schPassMark TO GH-PASS-MARK
                       WRITE GRADE-HIST-REC
                       ADD 1 TO wsMasterCount
                       END-IF
                               " archive and GWA."
                       ELSE

                       MOVE SG-PRELIM TO schPrelim
                       MOVE SG-MIDTERM TO schMidterm
                       MOVE SG-FINALS TO schFinals
                       perform COMPUTE-SCHEME-AVERAGE
                       MOVE schAve TO subjAve
                       IF subjAve < schPassMark
                           ADD 1 TO wsBelowPass
                       END-IF

                       MOVE SPACES TO GRADE-HIST-REC
                       MOVE SG-TERM TO GH-TERM
                       MOVE SG-MIDTERM TO GH-MIDTERM
                       MOVE SG-FINALS TO GH-FINALS
                       MOVE subjAve TO GH-AVE
                       perform FIND-STUDENT-SECTION
                       MOVE schPassMark TO GH-PASS-MARK
                       WRITE GRADE-HIST-REC
                       ADD 1 TO wsSubjectCount


      *> Same subject edit the GWA pass applies: the code must be a
      *> master entry, and the unit weight archived is the master's,
      *> not whatever was re-keyed on the line, and so is the grading
      *> scheme. With no master on file the line stands as it always
      *> did, graded by the house default.
       LOOKUP-SUBJECT-MASTER.
           MOVE "Y" TO wsSubjOk
           MOVE SG-UNITS TO wsSubjUnits
           perform USE-DEFAULT-SCHEME
           IF wsSbAvail = "Y"
               MOVE SG-SUBJECT TO SB-CODE
               READ SUBJECT-MASTER
                       MOVE "N" TO wsSubjOk
                   NOT INVALID KEY
                       MOVE SB-UNITS TO wsSubjUnits
                       MOVE SB-PRELIM-WT TO schPrelimWt
                       MOVE SB-MIDTERM-WT TO schMidtermWt
                       MOVE SB-FINALS-WT TO schFinalsWt
                       MOVE SB-PASS-MARK TO schPassMark
                       perform FILL-SCHEME-DEFAULTS
               END-READ
           END-IF.

               AND wsGWA >= wsHonorCutoff
               PERFORM GRANT-HONOR-SCHOLARSHIP
           END-IF.

       FIND-STUDENT-SECTION.
           MOVE SPACES TO GH-SECTION
           PERFORM VARYING sectIdx FROM 1 BY 1
                   UNTIL sectIdx > wsSectCount
               IF wsSectStuId(sectIdx) = SG-STUID
                   MOVE wsSectCode(sectIdx) TO GH-SECTION
                   EXIT PERFORM
               END-IF
           END-PERFORM.
