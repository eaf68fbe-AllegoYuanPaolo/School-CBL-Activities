      *> Credit-hold queue: one sales line SEQ7 kept back because
      *> the customer's open balance on ARLEDGER.DAT plus the new
      *> invoice would have gone over CU-CREDIT-LIMIT. Carries the
      *> business date and SALES.DAT line number it was held from
      *> (SEL8 skips the same line so no commission is paid on a
      *> sale that never posted), the document total that broke the
      *> limit, the exposure and limit as they stood, and the line
      *> image itself. CRHOLD is the supervisor's screen: a release
      *> puts the line back through SALES.DAT and SEQ7 posts it the
      *> next run past the limit check, flipping the hold to posted
      *> as the line is applied and stamping CH-POST-DATE with the
      *> business date it posted under (a forced rerun of that day
      *> puts the release back). Status: H held, R released,
      *> C cancelled, P posted.
       01 CREDIT-HOLD-REC.
           05 CH-HOLDNO PIC 9(6).
           05 CH-BUSDATE PIC 9(8).
           05 CH-RECNUM PIC 9(6).
           05 CH-CUST PIC 9(6).
           05 CH-AMOUNT PIC S9(7)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           05 CH-EXPOSURE PIC S9(9)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           05 CH-LIMIT PIC 9(7)V99.
           05 CH-STATUS PIC X.
               88 CH-IS-HELD VALUE "H".
               88 CH-IS-RELEASED VALUE "R".
               88 CH-IS-CANCELLED VALUE "C".
               88 CH-IS-POSTED VALUE "P".
           05 CH-IMAGE PIC X(80).
           05 CH-POST-DATE PIC 9(8).
