               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsRsStatus.

           SELECT PARAMETER-FILE ASSIGN TO "PARAMS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsPaStatus.


       DATA DIVISION.
           FILE SECTION.
           FD RUN-STATS-FILE.
           COPY RUNSTAT.

           FD PARAMETER-FILE.
           COPY PARAMREC.

           WORKING-STORAGE SECTION.
           01 wsEOF PIC X VALUE "N".
           01 wsTlStatus PIC X(2).
           01 wsIncFlag PIC X VALUE "N".
           COPY RUNSTWS.
           COPY CSVMODE.
           COPY PARMWS.
           COPY GRDSCHWS.

           01 stuId PIC 9(6).
           01 sName PIC X(20).

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE(1:8) TO wsParmAsOf
           perform LOAD-DEFAULT-SCHEME

           move "SEQ5" to wsRsProgram
           perform START-RUN-STATS

                       IF wsIncFlag = "Y"
                           PERFORM REPORT-INCOMPLETE
                       ELSE
                       perform COMPUTE-MASTER-AVERAGE
                       move ave to dispAve

           display "Student #" stuId " " sName
                               " rejected, left out of the GWA."
                       ELSE

                       MOVE SG-PRELIM TO schPrelim
                       MOVE SG-MIDTERM TO schMidterm
                       MOVE SG-FINALS TO schFinals
                       perform COMPUTE-SCHEME-AVERAGE
                       MOVE schAve TO subjAve
                       move subjAve to dispSubjAve

                       move wsSubjUnits to dispUnits
                       IF subjAve < schPassMark
                           display SG-SUBJECT " (" dispUnits
                               " units) - " dispSubjAve
                               "  BELOW PASSING " schPassMark
                       ELSE
                           display SG-SUBJECT " (" dispUnits
                               " units) - " dispSubjAve
                       END-IF

                       compute wsWeightedSum =
                           wsWeightedSum + (subjAve * wsSubjUnits)
           END-IF.

           perform PRINT-REPORT-FOOTER.
           perform PRINT-PARAMETER-FOOTER.

           perform CLOSE-TRANSACTION-LOG.
           perform WRITE-RUN-STATS.
           COPY TXNLOGPR.
           COPY CSVMODEPR.
           COPY RUNSTPR.
           COPY PARMPR.
           COPY GRDSCHPR.

      *> The grade line's subject code must be a subject-master
      *> entry, and the unit weight always comes from the master --
      *> a re-keyed weight on the line can no longer bend the GWA.
      *> With no master on file the line's own units stand, which is
      *> how the chain behaved before the master existed. The
      *> subject's grading scheme comes from the master too; without
      *> one the house default grades the line.
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

      *> The master record carries no subject, so its component
      *> average is taken by the house default scheme.
       COMPUTE-MASTER-AVERAGE.
           perform USE-DEFAULT-SCHEME
           MOVE prelim TO schPrelim
           MOVE midterm TO schMidterm
           MOVE finals TO schFinals
           perform COMPUTE-SCHEME-AVERAGE
           MOVE schAve TO ave.

      *> A blank component is the encoder's "not sat yet": no
      *> average is computed and the student is reported INC, to be
      *> re-averaged normally once the missing grade arrives.
