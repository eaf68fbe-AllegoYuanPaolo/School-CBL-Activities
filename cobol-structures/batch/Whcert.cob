      *> of what CERTGEN does for honor students. For a chosen
      *> closed year, every salesman archived on the commission
      *> history gets one formatted page in WHCERTS.PRT -- gross
      *> commission and quota bonus, the tax withheld on each, the
      *> totals and net of them, and the month-by-month commission
      *> breakdown from CH-MONTH-COMM -- ready to be handed over
      *> and attached to his return, instead of typed out one by
      *> one at filing time. A cover summary with the count closes
           01 wsCertCount pic 9(4) value 0.
           01 monthIdx pic 9(2).
           01 netYear pic S9(8)v99.
           01 certBonus pic S9(7)v99.
           01 certBonusWh pic S9(7)v99.
           01 certPay pic S9(8)v99.
           01 certTax pic S9(8)v99.

           01 wsCertLine pic X(70).
           01 dispGross pic z,zzz,zz9.99-.
           perform WRITE-CERT-LINE
           perform WRITE-CERT-LINE

      *> Years archived before bonuses were carry spaces there.
           MOVE 0 TO certBonus
           MOVE 0 TO certBonusWh
           IF CH-YTD-BONUS IS NUMERIC
               MOVE CH-YTD-BONUS TO certBonus
               MOVE CH-YTD-BONUS-WHTAX TO certBonusWh
           END-IF
           COMPUTE certPay = CH-YTD-COMMISSION + certBonus
           COMPUTE certTax = CH-YTD-WHTAX + certBonusWh

           MOVE CH-YTD-COMMISSION TO dispGross
           MOVE SPACES TO wsCertLine
           STRING "        Gross commission:  " dispGross
               DELIMITED BY SIZE INTO wsCertLine
           perform WRITE-CERT-LINE
           MOVE certBonus TO dispGross
           MOVE SPACES TO wsCertLine
           STRING "        Quota bonus:       " dispGross
               DELIMITED BY SIZE INTO wsCertLine
           perform WRITE-CERT-LINE
           MOVE certPay TO dispGross
           MOVE SPACES TO wsCertLine
           STRING "        Total paid:        " dispGross
               DELIMITED BY SIZE INTO wsCertLine
           perform WRITE-CERT-LINE
           perform WRITE-CERT-LINE
           MOVE CH-YTD-WHTAX TO dispTax
           MOVE SPACES TO wsCertLine
           STRING "        Tax withheld:      " dispTax
               DELIMITED BY SIZE INTO wsCertLine
           perform WRITE-CERT-LINE
           MOVE certBonusWh TO dispTax
           MOVE SPACES TO wsCertLine
           STRING "        Withheld on bonus: " dispTax
               DELIMITED BY SIZE INTO wsCertLine
           perform WRITE-CERT-LINE
           MOVE certTax TO dispTax
           MOVE SPACES TO wsCertLine
           STRING "        Total withheld:    " dispTax
               DELIMITED BY SIZE INTO wsCertLine
           perform WRITE-CERT-LINE
           COMPUTE netYear = certPay - certTax
           MOVE netYear TO dispNet
           MOVE SPACES TO wsCertLine
           STRING "        Net of withholding:" dispNet
