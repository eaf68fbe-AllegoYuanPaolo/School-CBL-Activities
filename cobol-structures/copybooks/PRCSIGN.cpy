      *> Price sign-off record, appended by PRCHGLST when the sales
      *> manager signs off the listing: the price line signed (item
      *> and effective date), the operator who keyed it, the one who
      *> signed it off, and when. A price line with no sign-off line
      *> is still awaiting its signature.
       01 PRICE-SIGNOFF-REC.
           05 PG-ITEM PIC X(6).
           05 PG-EFFDATE PIC 9(8).
           05 PG-KEYED-BY PIC X(8).
           05 PG-SIGNED-BY PIC X(8).
           05 PG-STAMP PIC X(14).
