      *> Grading scheme listing for the dean's sign-off before a term
      *> opens: the house default scheme as staged on PARAMS.DAT for
      *> the opening date, then every subject on the subject master
      *> with the component weights it will be graded by -- shown as
      *> shares of the grade -- and the mark it passes at, flagged
      *> DEFAULT where the subject has no scheme of its own. The
      *> listing closes with the signature block the dean signs and
      *> the registrar files. Console and SCHEMRPT.PRT.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCHEMRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUBJECT-MASTER ASSIGN TO "SUBJMAST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY SB-CODE
               FILE STATUS wsSbStatus.

           SELECT PARAMETER-FILE ASSIGN TO "PARAMS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS wsPaStatus.

           SELECT REPORT-PRINT-FILE ASSIGN TO "SCHEMRPT.PRT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD SUBJECT-MASTER.
           COPY SUBJMAST.

           FD PARAMETER-FILE.
           COPY PARAMREC.

           FD REPORT-PRINT-FILE.
           01 REPORT-PRINT-REC PIC X(80).

           WORKING-STORAGE SECTION.
           01 wsEOF pic X value "N".
           01 wsSbStatus pic X(2).

           01 pickTerm pic X(6).
           01 pickOpens pic 9(8).

           01 wsSubjCount pic 9(5) value 0.
           01 wsOwnCount pic 9(5) value 0.
           01 wsSharePrelim pic 9(3).
           01 wsShareMidterm pic 9(3).
           01 wsShareFinals pic 9(3).
           01 wsSchemeTag pic X(7).

           01 dispPrelim pic ZZ9.
           01 dispMidterm pic ZZ9.
           01 dispFinals pic ZZ9.
           01 dispMark pic ZZ9.
           01 dispCount pic ZZ,ZZ9.

           COPY PARMWS.
           COPY GRDSCHWS.
           COPY NUMCHECK.
           COPY RPTHDR.
           COPY RPTPRT.

       PROCEDURE DIVISION.

           display "Term opening (e.g. 2025-2): " with no advancing.
           move spaces to pickTerm.
           accept pickTerm.
           move "N" to WS-VALID-OK
           perform until VALID-NUMERIC-INPUT
               display "Date the term opens, YYYYMMDD (0 = today): "
                   with no advancing
               accept WS-VALID-BUFFER
               perform VALIDATE-NUMERIC-INPUT
           end-perform
           compute pickOpens = function numval(WS-VALID-BUFFER)
           IF pickOpens = 0
               MOVE FUNCTION CURRENT-DATE(1:8) TO pickOpens
           END-IF.

           MOVE pickOpens TO wsParmAsOf.
           perform LOAD-DEFAULT-SCHEME.

           OPEN INPUT SUBJECT-MASTER.
           IF wsSbStatus NOT = "00"
               display "No subject master (SUBJMAST.DAT) on disk --"
                   " add the subjects in SUBJMNT first."
               STOP RUN
           END-IF.

           move "Grading Scheme Listing" to WS-RPT-TITLE
           perform PRINT-REPORT-HEADER

           MOVE SPACES TO wsRptColHead.
           STRING "SUBJECT    DESCRIPTION          PRELIM MIDTERM"
               " FINALS  PASS  SCHEME"
               DELIMITED BY SIZE INTO wsRptColHead.
           perform OPEN-REPORT-PRINT.
           MOVE SPACES TO wsRptLine.
           STRING "TERM " pickTerm "  SCHEMES IN FORCE " pickOpens
               DELIMITED BY SIZE INTO wsRptLine.
           perform SHOW-REPORT-LINE.
           perform SHOW-REPORT-LINE.
           perform USE-DEFAULT-SCHEME.
           perform WORK-OUT-SHARES.
           STRING "HOUSE DEFAULT (PARAMS.DAT)        " dispPrelim "%"
               "    " dispMidterm "%   " dispFinals "%   " dispMark
               DELIMITED BY SIZE INTO wsRptLine.
           perform SHOW-REPORT-LINE.
           perform SHOW-REPORT-LINE.
           display wsRptColHead.

           MOVE LOW-VALUES TO SB-CODE.
           START SUBJECT-MASTER KEY NOT < SB-CODE
               INVALID KEY
                   MOVE "Y" TO wsEOF
           END-START.
           PERFORM UNTIL wsEOF = "Y"
               READ SUBJECT-MASTER NEXT
                   AT END
                       MOVE "Y" TO wsEOF
                   NOT AT END
                       PERFORM LIST-ONE-SCHEME
               END-READ
           END-PERFORM.
           CLOSE SUBJECT-MASTER.

           perform SHOW-REPORT-LINE.
           MOVE wsSubjCount TO dispCount.
           STRING "Subjects listed:              " dispCount
               DELIMITED BY SIZE INTO wsRptLine.
           perform SHOW-REPORT-LINE.
           MOVE wsOwnCount TO dispCount.
           STRING "With a scheme of their own:   " dispCount
               DELIMITED BY SIZE INTO wsRptLine.
           perform SHOW-REPORT-LINE.
           perform SHOW-REPORT-LINE.
           perform SHOW-REPORT-LINE.
           MOVE "Approved for the term: ______________________________"
               TO wsRptLine.
           perform SHOW-REPORT-LINE.
           MOVE "                       Dean           Date ___________"
               TO wsRptLine.
           perform SHOW-REPORT-LINE.
           perform CLOSE-REPORT-PRINT.

           perform PRINT-REPORT-FOOTER.
           perform PRINT-PARAMETER-FOOTER.

       STOP RUN.

           COPY PARMPR.
           COPY GRDSCHPR.
           COPY NUMCHKPR.
           COPY RPTHDRPR.
           COPY RPTPRTPR.

       SHOW-REPORT-LINE.
           display wsRptLine
           perform WRITE-REPORT-LINE.

       LIST-ONE-SCHEME.
           ADD 1 TO wsSubjCount
           MOVE SB-PRELIM-WT TO schPrelimWt
           MOVE SB-MIDTERM-WT TO schMidtermWt
           MOVE SB-FINALS-WT TO schFinalsWt
           MOVE SB-PASS-MARK TO schPassMark
           perform FILL-SCHEME-DEFAULTS
           IF SB-PASS-MARK IS NUMERIC AND SB-PASS-MARK > 0
               MOVE "Y" TO schOwn
           END-IF
           IF schOwn = "Y"
               ADD 1 TO wsOwnCount
               MOVE "OWN" TO wsSchemeTag
           ELSE
               MOVE "DEFAULT" TO wsSchemeTag
           END-IF
           perform WORK-OUT-SHARES
           STRING SB-CODE " " SB-DESC "   " dispPrelim "%    "
               dispMidterm "%   " dispFinals "%   " dispMark "  "
               wsSchemeTag
               DELIMITED BY SIZE INTO wsRptLine
           perform SHOW-REPORT-LINE.

      *> Weights are relative; the dean signs off shares of the
      *> grade, rounded to the whole percent.
       WORK-OUT-SHARES.
           COMPUTE schWtTotal =
               schPrelimWt + schMidtermWt + schFinalsWt
           COMPUTE wsSharePrelim ROUNDED =
               schPrelimWt * 100 / schWtTotal
           COMPUTE wsShareMidterm ROUNDED =
               schMidtermWt * 100 / schWtTotal
           COMPUTE wsShareFinals ROUNDED =
               schFinalsWt * 100 / schWtTotal
           MOVE wsSharePrelim TO dispPrelim
           MOVE wsShareMidterm TO dispMidterm
           MOVE wsShareFinals TO dispFinals
           MOVE schPassMark TO dispMark.
