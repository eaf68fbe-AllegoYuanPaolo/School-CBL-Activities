      *> reprinted or recalled exactly as it was priced when the
      *> customer phones back -- and so an accepted quote's lines
      *> become the job's estimate in job costing. Status runs
      *> O open, A accepted (a job was opened from it), L lost
      *> (the desk recorded why in QH-LOST-REASON: P price, T lead
      *> time, E went elsewhere), X expired (QUOTPIPE's expiry run
      *> found it open past QH-VALID); QH-CLOSED-DATE is the day it
      *> left open (spaces while open, and on quotes closed before
      *> the date was kept). QH-PRICING is how the job will be
      *> billed when it closes: F at the quoted total, P at actual
      *> material cost plus the staged JOBMARKUP percent (spaces on
      *> quotes filed before the choice was kept, which were all
      *> fixed-price). A detail's
      *> QD-COST is its material; QD-CUT-LEN is the metres cut (the
      *> shape's perimeter), priced at the LABRTBL cut rate into
      *> QD-CUT-COST, and QD-HANDLING is the per-piece charge. The
      *> header total is all three across the lines. Lines filed
      *> before the labor was priced carry spaces there.
       01 QUOTE-REC.
           05 QT-RECTYPE PIC X.
               88 QT-IS-HEADER VALUE "H".
               10 QH-STATUS PIC X.
                   88 QH-IS-OPEN VALUE "O".
                   88 QH-IS-ACCEPTED VALUE "A".
                   88 QH-IS-LOST VALUE "L".
                   88 QH-IS-EXPIRED VALUE "X".
               10 QH-TOTAL PIC 9(9)V99.
               10 QH-PRICING PIC X.
                   88 QH-IS-FIXED-PRICE VALUE "F" " ".
                   88 QH-IS-COST-PLUS VALUE "P".
               10 QH-LOST-REASON PIC X.
                   88 QH-LOST-ON-PRICE VALUE "P".
                   88 QH-LOST-ON-LEAD-TIME VALUE "T".
                   88 QH-LOST-ELSEWHERE VALUE "E".
               10 QH-CLOSED-DATE PIC 9(8).
               10 FILLER PIC X(2).
           05 QT-DETAIL REDEFINES QT-DATA.
               10 QD-SHAPE PIC X(16).
               10 QD-AREA PIC 9(8)V99.
               10 QD-COST PIC 9(9)V99.
               10 QD-COSTED PIC X.
               10 QD-CUT-LEN PIC 9(5)V99.
               10 QD-CUT-COST PIC 9(7)V99.
               10 QD-HANDLING PIC 9(4)V99.
