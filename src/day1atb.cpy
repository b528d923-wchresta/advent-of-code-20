       01 approval-limit-class.
           05 lmt-loaded      pic x(1) value 'n'.
           05 lmt-default-set pic x(1) value 'n'.
           05 lmt-default     pic 9(7)v99 value 0.
           05 lmt-count       pic 9(3) value 0.
           05 lmt-entry occurs 1 to 200 times
                   depending on lmt-count.
               10 lmt-dept   pic x(4).
               10 lmt-amount pic 9(7)v99.
       01 approval-card-table.
           05 apv-count pic 9(4) value 0.
           05 apv-entry occurs 1 to 1000 times
                   depending on apv-count.
               10 apv-dept      pic x(4).
               10 apv-vendor    pic x(8).
               10 apv-date      pic x(8).
               10 apv-amount    pic 9(7)v99.
               10 apv-approver  pic x(8).
               10 apv-appr-date pic x(8).
               10 apv-used      pic 9(4).
       01 approval-check-class.
           05 lmt-scan-idx     pic 9(3).
           05 lmt-applies      pic x(1).
           05 lmt-limit        pic 9(7)v99.
           05 apv-scan-idx     pic 9(4).
           05 apv-hit-idx      pic 9(4).
           05 apv-hit          pic x(1).
           05 apv-bad-count    pic 9(4) value 0.
           05 apv-overflow     pic x(1) value 'n'.
           05 aprv-pend-count  pic 9(6) value 0.
           05 aprv-held-count  pic 9(6) value 0.
           05 end-of-limits    pic x(1) value 'n'.
           05 end-of-approvals pic x(1) value 'n'.
           05 end-of-posted    pic x(1) value 'n'.
           05 apv-consumed-count pic 9(4) value 0.
