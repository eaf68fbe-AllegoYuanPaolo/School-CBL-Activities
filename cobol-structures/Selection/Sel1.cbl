           SELECT PARAMETER-FILE ASSIGN TO "PARAMS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsPaStatus.
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
           FD PARAMETER-FILE.
           COPY PARAMREC.

           FD OPERATOR-PROFILE-FILE.
           COPY OPERPROF.

           FD FIELD-VIS-FILE.
           COPY FIELDVIS.

           FD ACCESS-LOG-FILE.
           COPY ACCLOG.

           WORKING-STORAGE SECTION.
           01 wsEOF pic X value "N".
           01 wsRlStatus pic X(2).
           01 wsPassCutoff pic 9(3) value 75.
           01 wsHonorCutoff pic 9(3) value 90.
           COPY PARMWS.
           COPY GRDSCHWS.
           01 dispHonorCutoff pic ZZ9.

           01 stuId pic 9(6).

           01 ave pic 9(3)v99.
           01 dispAve pic Z(3).
           01 dispAveX redefines dispAve pic X(3).
           01 csvAve pic ZZ9.99.
           01 csvAveX redefines csvAve pic X(6).
           01 wsOutcome pic X(4).
           01 wsIncFlag pic X value "N".
           COPY RUNSTWS.
           01 wsHonorCount pic 9(5) value 0.
           01 wsIncCount pic 9(5) value 0.
           01 hoDispAve pic Z(3).
           01 hoDispAveX redefines hoDispAve pic X(3).
           01 wsIncEOF pic X value "N".

           COPY RPTHDR.
           COPY RPTPRT.

      *> An operator MENU signed on who is not cleared for grades
      *> sees the averages and component marks starred, on screen
      *> and in SEL1.PRT and SEL1.CSV. Run by the nightly schedule
      *> with no MENU session behind it, nothing is masked.
           COPY FLDVISWS.

       PROCEDURE DIVISION.

           perform LOAD-RUN-PARAMETERS

           MOVE "SEL1" TO wsFvProgram
           MOVE "N" TO wsFvAsk
           perform LOAD-FIELD-VISIBILITY

           move "SEL1" to wsRsProgram
           perform START-RUN-STATS

                           MOVE sName TO IW-NAME
                           WRITE INC-WORK-REC
                       ELSE
                       perform COMPUTE-MASTER-AVERAGE
                       move ave to dispAve
                       IF wsShowGrades NOT = "Y"
                           MOVE wsFvMask TO dispAveX
                       END-IF

           display "Student #" stuId " " sName
           display "Average: " dispAve
           COPY RUNSTPR.
           COPY RPTPRTPR.
           COPY PARMPR.
           COPY GRDSCHPR.
           COPY FLDVISPR.

      *> The pass and honor cutoffs come off the parameter file when
      *> staged there; the compiled-in values stay as the fallback.
           perform LOAD-ONE-PARAMETER
           IF wsParmFound = "Y"
               MOVE wsParmValue TO wsHonorCutoff
           END-IF
           perform LOAD-DEFAULT-SCHEME.

       PRINT-HONOR-LIST.
           MOVE SPACES TO wsRptLine
                       EXIT PERFORM
               END-RETURN
               MOVE HS-AVE TO hoDispAve
               IF wsShowGrades NOT = "Y"
                   MOVE wsFvMask TO hoDispAveX
               END-IF
               display "Student #" HS-ID " " HS-NAME
                   " - " hoDispAve
               MOVE SPACES TO wsRptLine
           IF wsCsvMode = "Y"
               MOVE ave TO csvAve
               MOVE SPACES TO CSV-OUT-REC
               IF wsShowGrades = "Y"
                   STRING stuId "," sName "," prelim "," midterm ","
                       finals "," csvAve "," wsOutcome
                       delimited by size into CSV-OUT-REC
               ELSE
                   MOVE wsFvMask TO csvAveX
                   STRING stuId "," sName "," wsFvMask(1:3) ","
                       wsFvMask(1:3) "," wsFvMask(1:3) "," csvAve
                       "," wsOutcome
                       delimited by size into CSV-OUT-REC
               END-IF
               WRITE CSV-OUT-REC
           END-IF.

      *> The master record carries no subject, so its component
      *> average is taken by the house default grading scheme.
       COMPUTE-MASTER-AVERAGE.
           perform USE-DEFAULT-SCHEME
           MOVE prelim TO schPrelim
           MOVE midterm TO schMidterm
           MOVE finals TO schFinals
           perform COMPUTE-SCHEME-AVERAGE
           MOVE schAve TO ave.
