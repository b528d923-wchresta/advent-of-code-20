       01 journal-class.
           05 jnl-count         pic 9(6) value 0.
           05 jnl-total-debit   pic 9(13)v99 value 0.
           05 jnl-total-credit  pic 9(13)v99 value 0.
      * offset account for the generated balancing lines - overridden
      * by ctl/day1-clearing
           05 jnl-clearing-acct pic x(8) value 'CLEARING'.
      * cost center for a leg whose department is not on the master
           05 jnl-unknown-cc    pic x(6) value 'UNKNWN'.
           05 jnl-leg-amount    pic s9(7)v99.
           05 jnl-leg-date      pic x(8).
           05 jnl-leg-dept      pic x(4).
           05 jnl-leg-vendor    pic x(8).
           05 jnl-leg-cc        pic x(6).
           05 jnl-cc-scan-idx   pic 9(4).
           05 jnl-cc-hit-idx    pic 9(4).
           05 jnl-cc-find-idx   pic 9(4).
           05 jnl-cc-net        pic s9(13)v99.
           05 jnl-cc-remain     pic 9(13)v99.
           05 jnl-cc-overflow   pic x(1) value 'n'.
       01 journal-cc-table.
           05 jcc-count pic 9(4) value 0.
           05 jcc-entry occurs 1 to 200 times
                   depending on jcc-count.
               10 jcc-cost-center pic x(6).
               10 jcc-debit       pic 9(13)v99.
               10 jcc-credit      pic 9(13)v99.
