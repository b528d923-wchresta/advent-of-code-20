       01 open-item-record.
           05 opi-amount      pic s9(7)v99
                              sign leading separate.
           05 filler          pic x(1).
           05 opi-mode        pic x(6).
           05 filler          pic x(1).
           05 opi-ts          pic 9(14).
           05 filler          pic x(1).
           05 opi-state       pic x(1).
               88 opi-unacked  value 'U'.
               88 opi-rejected value 'R'.
               88 opi-cleared  value 'C'.
           05 filler          pic x(1).
           05 opi-first-date  pic 9(8).
           05 filler          pic x(1).
           05 opi-state-date  pic 9(8).
           05 filler          pic x(1).
           05 opi-resub-count pic 9(3).
           05 filler          pic x(1).
           05 opi-resub-date  pic 9(8).
