      *> Working storage for issuing examination permits
      *> (paragraphs in PERMPR.cpy). The caller declares
      *> EXAM-PERMIT-FILE assigned to "EXPERMIT.DAT" with FILE
      *> STATUS wsPmStatus and FD PERMIT; PERMIT-CONTROL-FILE
      *> assigned to "PERMCTL.DAT" with FILE STATUS wsPcStatus and
      *> a PERMIT-CONTROL-REC of PC-NEXT-PERMITNO PIC 9(6); and
      *> PERMIT-PRINT-FILE with a 70-byte PERMIT-PRINT-REC, opened
      *> and closed by the caller. Fill the perm fields and PERFORM
      *> FIND-EXAM-PERMIT (permNo zero when none is on file) or
      *> ISSUE-EXAM-PERMIT (leaves the new number in permNo).
       01 wsPmStatus PIC X(2).
       01 wsPcStatus PIC X(2).
       01 permEOF PIC X.
       01 permTerm PIC X(6).
       01 permPeriod PIC 9.
       01 permPeriodName PIC X(10).
       01 permStuId PIC 9(6).
       01 permSName PIC X(20).
       01 permSection PIC X(2).
       01 permIssuer PIC X(8).
       01 permNo PIC 9(6).
       01 permLine PIC X(70).
