      *> Working storage for the grading scheme (paragraphs in
      *> GRDSCHPR.cpy). A scheme is the three component weights and
      *> the passing mark. The weights are relative: the average is
      *> the weighted components over the sum of the weights, so
      *> 25/25/50 and 1/1/2 grade alike and the house default 1/1/1
      *> is the old straight average of three. The caller declares
      *> the parameter file for PARMWS/PARMPR, sets wsParmAsOf and
      *> PERFORMs LOAD-DEFAULT-SCHEME once. Per grade it either
      *> PERFORMs USE-DEFAULT-SCHEME or moves the subject master's
      *> SB-PRELIM-WT, SB-MIDTERM-WT, SB-FINALS-WT and SB-PASS-MARK
      *> to schPrelimWt, schMidtermWt, schFinalsWt and schPassMark
      *> and PERFORMs FILL-SCHEME-DEFAULTS; then moves the components
      *> to schPrelim, schMidterm, schFinals and PERFORMs
      *> COMPUTE-SCHEME-AVERAGE for schAve.
       01 schDefPrelimWt PIC 9(3) VALUE 1.
       01 schDefMidtermWt PIC 9(3) VALUE 1.
       01 schDefFinalsWt PIC 9(3) VALUE 1.
       01 schDefPassMark PIC 9(3) VALUE 75.
       01 schPrelimWt PIC 9(3).
       01 schMidtermWt PIC 9(3).
       01 schFinalsWt PIC 9(3).
       01 schPassMark PIC 9(3).
       01 schOwn PIC X.
       01 schWtTotal PIC 9(4).
       01 schPrelim PIC 9(3).
       01 schMidterm PIC 9(3).
       01 schFinals PIC 9(3).
       01 schAve PIC 9(3)V99.
