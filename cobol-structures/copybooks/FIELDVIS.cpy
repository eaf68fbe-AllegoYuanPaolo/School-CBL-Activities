      *> Field-visibility table: which sensitive categories an
      *> operator class may see unmasked on the inquiries and the
      *> print files a session produces. One line per class and
      *> category -- GRADES (components, averages, GWAs), COMMISSN
      *> (commission, draw, bonus and cheque amounts), TAX (tax
      *> withheld), ADDRESS (guardian and mailing names and
      *> addresses) -- with FV-SHOW Y to clear it. A category with no
      *> line for the class falls back to the compiled-in rule:
      *> supervisors see everything, encoders the grades, and every
      *> other class nothing. ACCRPT keeps the table.
       01 FIELD-VIS-REC.
           05 FV-CLASS PIC X.
           05 FV-FIELD PIC X(8).
           05 FV-SHOW PIC X.
               88 FV-IS-SHOWN VALUE "Y".
               88 FV-IS-MASKED VALUE "N".
