      *> Backorder file: the part of a sale line SEQ7 could not ship
      *> because IM-ONHAND would not cover it. SEQ7 invoices what is
      *> on the shelf and cuts one backorder here for the shortfall,
      *> keyed by customer, item, and the date the sale was first
      *> taken, so a backorder that is released and comes up short
      *> again keeps its place in the queue. BO-BUSDATE and
      *> BO-RECNUM name the posting run and SALES.DAT line that cut
      *> it (a resume does not cut the same line twice, and SEL8
      *> pays no commission on the units that never shipped).
      *> BOFILL releases open backorders oldest-first against stock
      *> RECEIVE has brought in: the released quantity goes back
      *> into SALES.DAT as a fresh sale line built from BO-IMAGE,
      *> and a partial release splits the backorder, the released
      *> part carried on its own number. SEQ7 flips a released
      *> backorder to filled when it posts that line; if the shelf
      *> has been emptied again in between, what still cannot ship
      *> is cut afresh under the original sale date, BO-PARENT
      *> naming the backorder it was split from. BO-BRANCH is the
      *> selling branch, whose shelf the backorder waits on. A
      *> released line CRHOLD cancels at the credit desk cancels
      *> its backorder with it, freeing the units BOFILL held back.
      *> Status: O open, R released, F filled, C cancelled.
       01 BACKORDER-REC.
           05 BO-BONO PIC 9(6).
           05 BO-CUST PIC 9(6).
           05 BO-ITEM PIC X(6).
           05 BO-BRANCH PIC X(4).
           05 BO-SALE-DATE PIC 9(8).
           05 BO-BUSDATE PIC 9(8).
           05 BO-RECNUM PIC 9(6).
           05 BO-PARENT PIC 9(6).
           05 BO-QTY PIC 9(6).
           05 BO-SNUMBER PIC 9(6).
           05 BO-STATUS PIC X.
               88 BO-IS-OPEN VALUE "O".
               88 BO-IS-RELEASED VALUE "R".
               88 BO-IS-FILLED VALUE "F".
               88 BO-IS-CANCELLED VALUE "C".
           05 BO-REL-DATE PIC 9(8).
           05 BO-FILL-DATE PIC 9(8).
           05 BO-IMAGE PIC X(80).
