      *> SB-PREREQ names the subject that must have been passed
      *> before this one may be enrolled (spaces for none); the
      *> enrollment validation checks it against the grade history.
      *> SB-PRELIM-WT / SB-MIDTERM-WT / SB-FINALS-WT and SB-PASS-MARK
      *> are the subject's own grading scheme -- the labs weight
      *> finals at half the grade, the board-exam subjects pass
      *> higher. Zero weights or a zero mark take the house default
      *> (GRDSCHWS.cpy); SCHEMRPT lists the schemes for sign-off.
       01 SUBJECT-MASTER-REC.
           05 SB-CODE PIC X(10).
           05 SB-DESC PIC X(20).
           05 SB-UNITS PIC 9V9.
           05 SB-PREREQ PIC X(10).
           05 SB-PRELIM-WT PIC 9(3).
           05 SB-MIDTERM-WT PIC 9(3).
           05 SB-FINALS-WT PIC 9(3).
           05 SB-PASS-MARK PIC 9(3).
