      *> price to, the fixed fees, any scholarship discount, the
      *> total billed, and the running amount paid that CASHIER
      *> maintains as official receipts post against it. The open
      *> balance is always TA-TOTAL minus TA-PAID. TA-RATE is the
      *> per-unit rate the term was assessed at, so an add or drop
      *> in ENROLL re-prices the subject at the rate the student was
      *> billed at rather than whatever rate is in force that day.
      *> A drop credits back the refundable part of the subject's
      *> tuition; where that leaves TA-PAID above TA-TOTAL the
      *> excess comes off TA-PAID as a refund due on ADDDROP.DAT.
       01 ASSESSMENT-REC.
           05 TA-TERM PIC X(6).
           05 TA-STUID PIC 9(6).
           05 TA-DISCOUNT PIC 9(7)V99.
           05 TA-TOTAL PIC 9(7)V99.
           05 TA-PAID PIC 9(7)V99.
           05 TA-RATE PIC 9(7)V99.
