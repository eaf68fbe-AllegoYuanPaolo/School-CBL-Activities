      *> applied to the master -- GRCHREQ owns all three steps and
      *> the applying step carries GQ-REQID into the STUAUDIT line
      *> it produces, so the trail runs paper-to-change and back.
      *> GQ-DECIDED-BY is the supervisor who approved or denied it,
      *> blank while it is pending.
       01 GRADE-CHANGE-REQ-REC.
           05 GQ-REQID PIC 9(6).
           05 GQ-TIMESTAMP PIC X(14).
               88 GQ-IS-APPROVED VALUE "A".
               88 GQ-IS-DENIED VALUE "D".
               88 GQ-IS-APPLIED VALUE "X".
           05 GQ-DECIDED-BY PIC X(8).
