      *> Student hold, one line per hold an office places: the
      *> library for unreturned books, accounting for an unpaid
      *> account, discipline for a pending case. HD-OFFICE is the
      *> office's code (see the office names in HOLDWS.cpy) and
      *> HD-TYPE the office's own short code for the reason, with
      *> the reason in words. A hold is active until released:
      *> HD-RELEASED stays zero until the placing office (or a
      *> supervisor) clears it in HOLDMNT, which stamps the date and
      *> the operator and leaves the line on file as history. While
      *> any hold is active, ENROLL, TRNSCRPT, and CERTGEN refuse
      *> the student and name the office to see.
       01 STUDENT-HOLD-REC.
           05 HD-STUID PIC 9(6).
           05 HD-TYPE PIC X(4).
           05 HD-OFFICE PIC X(4).
           05 HD-PLACED PIC 9(8).
           05 HD-RELEASED PIC 9(8).
               88 HD-IS-ACTIVE VALUE 0.
           05 HD-REASON PIC X(30).
           05 HD-PLACED-BY PIC X(8).
           05 HD-RELEASED-BY PIC X(8).
