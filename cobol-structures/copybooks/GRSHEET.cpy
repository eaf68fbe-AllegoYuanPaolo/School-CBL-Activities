      *> Grade sheet issue log, one line per student per sheet,
      *> written by the GRSHEET run when it issues a section's grade
      *> sheet for a subject off ENROLL.DAT and ASSIGN.DAT. It is the
      *> student list the teacher was given: GRINTAKE takes a returned
      *> GRSUBMIT file only when its students are exactly these. A
      *> reissue replaces the sheet's lines.
       01 SHEET-ISSUE-REC.
           05 SI-TERM PIC X(6).
           05 SI-SECTION PIC X(2).
           05 SI-SUBJECT PIC X(10).
           05 SI-STUID PIC 9(6).
           05 SI-FACID PIC 9(4).
           05 SI-ISSUED PIC 9(8).
