      *> Working storage for the field-visibility paragraphs in
      *> FLDVISPR.cpy. The caller declares OPERATOR-PROFILE-FILE
      *> ("OPERPROF.DAT", FILE STATUS wsOpStatus, FD OPERPROF),
      *> FIELD-VIS-FILE ("FLDVIS.DAT", FILE STATUS wsFvStatus, FD
      *> FIELDVIS) and ACCESS-LOG-FILE ("ACCLOG.DAT", FILE STATUS
      *> wsAxStatus, FD ACCLOG), moves its program name to
      *> wsFvProgram and PERFORMs LOAD-FIELD-VISIBILITY once (a
      *> batch program the nightly schedule also runs moves N to
      *> wsFvAsk first, so a run outside a MENU session is not held
      *> at an operator prompt and masks nothing); the
      *> four wsShow switches come back Y for a category the
      *> operator's class may see. To log a view it sets wsFvKind,
      *> wsFvKey and wsFvCats (the categories the view carries, as
      *> G, C, T and A in that order, e.g. "G  A") and PERFORMs
      *> LOG-RECORD-ACCESS, which writes only when one of them was
      *> shown unmasked.
       01 wsOpStatus PIC X(2).
       01 wsFvStatus PIC X(2).
       01 wsAxStatus PIC X(2).
       01 wsFvEOF PIC X.
       01 wsFvOperator PIC X(8).
       01 wsFvClass PIC X.
       01 wsFvProgram PIC X(8).
       01 wsFvAsk PIC X VALUE "Y".
       01 wsFvKind PIC X(3).
       01 wsFvKey PIC 9(6).
       01 wsFvCats PIC X(4).
       01 wsFvShown PIC X(4).
       01 wsShowGrades PIC X.
       01 wsShowComm PIC X.
       01 wsShowTax PIC X.
       01 wsShowAddr PIC X.
       01 wsFvMask PIC X(8) VALUE ALL "*".
