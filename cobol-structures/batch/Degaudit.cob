      *> grade history by the machine instead of the registrar. For
      *> a student and a program code, every required subject on
      *> CURRIC.DAT is matched against the archived history -- the
      *> newest attempt decides, at or above the subject's passing
      *> mark on the subject master (PASSCUT where it has none) is
      *> satisfied and shows its term and grade, anything else is
      *> outstanding -- then units earned stand against units
      *> required and the report ends in a plain ELIGIBLE or NOT
      *> ELIGIBLE.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEGAUDIT.

               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsPaStatus.

           SELECT SUBJECT-MASTER ASSIGN TO "SUBJMAST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY SB-CODE
               FILE STATUS wsSbStatus.

       DATA DIVISION.
           FILE SECTION.
           FD CURRICULUM-FILE.
           FD PARAMETER-FILE.
           COPY PARAMREC.

           FD SUBJECT-MASTER.
           COPY SUBJMAST.

           WORKING-STORAGE SECTION.
           01 wsEOF pic X value "N".
           01 wsGhEOF pic X.
           01 wsRqStatus pic X(2).
           01 wsGhStatus pic X(2).

           01 wsSbStatus pic X(2).
           01 wsSbAvail pic X value "N".
           COPY PARMWS.
           COPY GRDSCHWS.

           01 pickStuId pic 9(6).
           01 pickProgram pic X(6).
           01 wsUnitsEarned pic 9(3)v9 value 0.

           01 dispAve pic ZZ9.99.
           01 dispMark pic ZZ9.
           01 dispUnits pic ZZ9.9.

           COPY NUMCHECK.
               STOP RUN
           END-IF.

           OPEN INPUT SUBJECT-MASTER.
           IF wsSbStatus = "00"
               MOVE "Y" TO wsSbAvail
           END-IF.

           PERFORM UNTIL wsEOF = "Y"
               READ CURRICULUM-FILE
                   AT END
           END-PERFORM.

           CLOSE CURRICULUM-FILE.
           IF wsSbAvail = "Y"
               CLOSE SUBJECT-MASTER
           END-IF.

           display " ".
           IF wsReqCount = 0
           COPY NUMCHKPR.
           COPY RPTHDRPR.
           COPY PARMPR.
           COPY GRDSCHPR.

       LOAD-RUN-PARAMETERS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO wsParmAsOf
           perform LOAD-DEFAULT-SCHEME.

      *> The requirement passes at its own subject's mark.
       LOOKUP-PASSING-MARK.
           perform USE-DEFAULT-SCHEME
           IF wsSbAvail = "Y"
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

      *> The newest archived attempt at the subject decides: a
       AUDIT-ONE-REQUIREMENT.
           ADD 1 TO wsReqCount
           ADD RQ-UNITS TO wsUnitsReq
           perform LOOKUP-PASSING-MARK

           MOVE "N" TO wsAttempted
           MOVE 0 TO wsBestAve
           END-IF

           MOVE wsBestAve TO dispAve
           MOVE schPassMark TO dispMark
           EVALUATE TRUE
               WHEN wsAttempted = "N"
                   display "  " RQ-SUBJECT " OUTSTANDING --"
                       " never taken"
               WHEN wsBestAve < schPassMark
                   display "  " RQ-SUBJECT " OUTSTANDING --"
                       " last attempt " dispAve " in "
                       wsBestTerm " (passes at " dispMark ")"
               WHEN OTHER
                   ADD 1 TO wsMetCount
                   ADD RQ-UNITS TO wsUnitsEarned
