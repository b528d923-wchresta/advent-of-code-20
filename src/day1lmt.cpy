       01 limit-record.
           05 lmr-dept     pic x(4).
               88 lmr-default value 'DFLT'.
           05 filler       pic x(1).
           05 lmr-amount-x pic x(9).
           05 lmr-amount   redefines lmr-amount-x
                           pic 9(7)v99.
