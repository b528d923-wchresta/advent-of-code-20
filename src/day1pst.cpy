       01 posted-record.
           05 pst-post-date pic x(8).
           05 filler        pic x(1).
           05 pst-dept-code pic x(4).
           05 filler        pic x(1).
           05 pst-vendor-id pic x(8).
           05 filler        pic x(1).
           05 pst-amount-x  pic x(9).
           05 pst-amount    redefines pst-amount-x
                            pic 9(7)v99.
           05 filler        pic x(1).
           05 pst-dc-ind    pic x(1).
           05 filler        pic x(1).
           05 pst-source    pic x(30).
           05 filler        pic x(1).
           05 pst-run-ts    pic x(14).
           05 pst-run-ts-n  redefines pst-run-ts.
               10 pst-run-date pic 9(8).
               10 pst-run-time pic 9(6).
