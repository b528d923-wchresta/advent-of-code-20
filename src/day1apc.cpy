       01 approval-card-record.
           05 apc-dept-code pic x(4).
           05 filler        pic x(1).
           05 apc-vendor-id pic x(8).
           05 filler        pic x(1).
           05 apc-post-date pic x(8).
           05 filler        pic x(1).
           05 apc-amount-x  pic x(9).
           05 apc-amount    redefines apc-amount-x
                            pic 9(7)v99.
           05 filler        pic x(1).
           05 apc-approver  pic x(8).
           05 filler        pic x(1).
           05 apc-appr-date pic x(8).
