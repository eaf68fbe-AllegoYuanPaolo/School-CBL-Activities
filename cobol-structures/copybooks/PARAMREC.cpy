      *> effective date is not in the future, so next term's cutoffs
      *> can be staged in advance and take effect when the policy
      *> says, not when a recompile happens. Names in use: PASSCUT,
      *> HONORCUT, RISKLOW, RISKHIGH, the commission brackets
      *> CBLIM1-5 / CBRATE1-5, DORMDAYS, the quota bonus bands
      *> BONPCT1-5 / BONAMT1-5, BANKACCT, the account number the
      *> positive-pay file is sent under, and the monthly expense
      *> claim caps EXPCAPTRVL, EXPCAPENTN, EXPCAPMEAL, EXPCAPLODG,
      *> EXPCAPAUTO, and EXPCAPOTHR, and the faculty load terms
      *> REGLOAD and MINLOAD (units) and OVLDRATE (pay per unit
      *> over the regular load), and the default grading scheme
      *> WTPRELIM, WTMIDTERM and WTFINALS (relative component
      *> weights; PASSCUT is its passing mark), and the pass-rate
      *> analysis thresholds FAILSWING (points of failure rate a
      *> subject may move on the prior term) and FAILDEV (points a
      *> teacher may stand off the subject's failure rate), and
      *> JOBMARKUP, the percent a cost-plus job is billed at over
      *> its actual material and labor cost, and SHOPRATE, the
      *> hourly rate labor booked to a job is costed at, and the
      *> loan application limits LOANDTI (percent of monthly income
      *> all debt payments, the new loan's included, may take) and
      *> LOANPTI (percent the new loan's payment alone may take),
      *> and the late-payment terms PENRATE (percent of an overdue
      *> installment charged as a penalty) and PENGRACE (days past
      *> the due date before it is charged), and the weather data
      *> checks WXMAXGAP (the longest run of missing hours WEATHJOB
      *> fills by interpolation), WXMAXMISS (hours a day may still be
      *> missing before it is excluded), WXJUMP (degrees between
      *> consecutive readings beyond which a reading is flagged),
      *> and WXFROM / WXTO (the hours the logger is meant to cover,
      *> when it does not run round the clock).
       01 PARAMETER-REC.
           05 PA-NAME PIC X(10).
           05 PA-EFFDATE PIC 9(8).
