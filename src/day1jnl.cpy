       01 jnl-record.
           05 jnl-rec-type pic x(1).
           05 jnl-header-fields.
               10 jnl-hdr-run-date pic 9(8).
               10 jnl-hdr-system   pic x(8).
               10 jnl-hdr-ts       pic 9(14).
               10 filler           pic x(35).
           05 jnl-detail-fields redefines jnl-header-fields.
               10 jnl-det-kind     pic x(1).
                   88 jnl-det-matched value 'M'.
                   88 jnl-det-offset  value 'O'.
               10 jnl-det-cost-center pic x(6).
               10 jnl-det-dept     pic x(4).
               10 jnl-det-vendor   pic x(8).
               10 jnl-det-post-date pic x(8).
               10 jnl-det-dc       pic x(1).
                   88 jnl-det-debit  value 'D'.
                   88 jnl-det-credit value 'C'.
               10 jnl-det-amount   pic 9(7)v99.
               10 jnl-det-account  pic x(8).
               10 jnl-det-mode     pic x(6).
               10 jnl-det-ts       pic 9(14).
           05 jnl-trailer-fields redefines jnl-header-fields.
               10 jnl-trl-count    pic 9(6).
               10 jnl-trl-debits   pic 9(13)v99.
               10 jnl-trl-credits  pic 9(13)v99.
               10 filler           pic x(29).
