       01 wsInvLine PIC X(80).
       01 dispIvUnits PIC ZZ9.
       01 dispIvPrice PIC ZZ9.
       01 wsIvBasis PIC X(9).
       01 dispIvAmount PIC $ZZZ,ZZ9-.
       01 wsIvTotal PIC S9(7)V99.
       01 dispIvTax PIC $ZZ,ZZ9.99-.
