           01 wsAtRiskHigh pic 9(3) value 80.
           01 wsFailBelow pic 9(3) value 75.
           COPY PARMWS.
           COPY GRDSCHWS.

           01 wsIncFlag pic X value "N".
           COPY RUNSTWS.
                       IF wsIncFlag = "Y"
                           PERFORM REPORT-INCOMPLETE
                       ELSE
                       perform COMPUTE-MASTER-AVERAGE
                       move ave to dispAve

           display "Student #" stuId " " sName
           COPY CSVMODEPR.
           COPY RUNSTPR.
           COPY PARMPR.
           COPY GRDSCHPR.

      *> The at-risk band and the failing cutoff come off the
      *> parameter file when staged there; the compiled-in values
           perform LOAD-ONE-PARAMETER
           IF wsParmFound = "Y"
               MOVE wsParmValue TO wsFailBelow
           END-IF
           perform LOAD-DEFAULT-SCHEME.

       PRINT-FAIL-LIST.
           PERFORM FOREVER
           MOVE 0 TO TL-RESULT2
           MOVE "INC" TO TL-OUTCOME
           perform LOG-TRANSACTION.

      *> The master record carries no subject, so its component
      *> average is taken by the house default grading scheme.
       COMPUTE-MASTER-AVERAGE.
           perform USE-DEFAULT-SCHEME
           MOVE prelim TO schPrelim
           MOVE midterm TO schMidterm
           MOVE finals TO schFinals
           perform COMPUTE-SCHEME-AVERAGE
           MOVE schAve TO ave.
