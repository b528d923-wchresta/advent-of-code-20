       01 budget-master-record.
           05 bgm-key.
               10 bgm-dept-code pic x(4).
               10 bgm-period    pic x(6).
           05 filler            pic x(1).
           05 bgm-amount-x      pic x(11).
           05 bgm-amount        redefines bgm-amount-x
                                pic 9(9)v99.
           05 filler            pic x(1).
           05 bgm-tolerance-x   pic x(5).
           05 bgm-tolerance     redefines bgm-tolerance-x
                                pic 9(3)v99.
