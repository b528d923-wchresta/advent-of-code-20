       load-clearing-account.
           open input clearing-file.
           read clearing-file
               at end continue
               not at end
                   if clr-account not = spaces
                       move clr-account to jnl-clearing-acct
                   end-if
           end-read.
           close clearing-file.

       write-journal-header.
           move spaces to jnl-record.
           move 'H' to jnl-rec-type.
           move ws-run-date to jnl-hdr-run-date.
           move 'DAY1RECN' to jnl-hdr-system.
           move ws-run-timestamp to jnl-hdr-ts.
           perform write-journal-out.

       write-journal-legs.
           if found not = 'y'
               exit paragraph
           end-if.
           move match-1 to jnl-leg-amount.
           move match-1-date to jnl-leg-date.
           move match-1-dept to jnl-leg-dept.
           move match-1-vendor to jnl-leg-vendor.
           perform write-journal-leg.
           move match-2 to jnl-leg-amount.
           move match-2-date to jnl-leg-date.
           move match-2-dept to jnl-leg-dept.
           move match-2-vendor to jnl-leg-vendor.
           perform write-journal-leg.
           if match-mode = 'TRIPLE'
               move match-3 to jnl-leg-amount
               move match-3-date to jnl-leg-date
               move match-3-dept to jnl-leg-dept
               move match-3-vendor to jnl-leg-vendor
               perform write-journal-leg
           end-if.

       write-journal-leg.
      * each leg is charged to its own department's cost center - the
      * legs of a consolidated match can come from different ones
           move jnl-leg-dept to dpt-lookup-code.
           perform dept-lookup.
           if dpt-hit = 'y'
               move dmf-cost-center to jnl-leg-cc
           else
               move jnl-unknown-cc to jnl-leg-cc
           end-if.
           move spaces to jnl-record.
           move 'D' to jnl-rec-type.
           move 'M' to jnl-det-kind.
           move jnl-leg-cc to jnl-det-cost-center.
           move jnl-leg-dept to jnl-det-dept.
           move jnl-leg-vendor to jnl-det-vendor.
           move jnl-leg-date to jnl-det-post-date.
      * credits were stored negative from input-dc-ind on intake
           if jnl-leg-amount < 0
               move 'C' to jnl-det-dc
               compute jnl-det-amount = 0 - jnl-leg-amount
           else
               move 'D' to jnl-det-dc
               move jnl-leg-amount to jnl-det-amount
           end-if.
           move match-mode to jnl-det-mode.
           move ws-run-timestamp to jnl-det-ts.
           perform tally-journal-line.
           perform write-journal-out.

       tally-journal-line.
           add 1 to jnl-count.
           move 0 to jnl-cc-hit-idx.
           perform varying jnl-cc-find-idx from 1 by 1
                   until jnl-cc-find-idx > jcc-count
                       or jnl-cc-hit-idx > 0
               if jcc-cost-center(jnl-cc-find-idx)
                       = jnl-det-cost-center
                   move jnl-cc-find-idx to jnl-cc-hit-idx
               end-if
           end-perform.
           if jnl-cc-hit-idx = 0
               if jcc-count < 200
                   add 1 to jcc-count
                   move jnl-det-cost-center
                       to jcc-cost-center(jcc-count)
                   move 0 to jcc-debit(jcc-count)
                   move 0 to jcc-credit(jcc-count)
                   move jcc-count to jnl-cc-hit-idx
               else
                   move 'y' to jnl-cc-overflow
               end-if
           end-if.
           if jnl-det-credit
               add jnl-det-amount to jnl-total-credit
               if jnl-cc-hit-idx > 0
                   add jnl-det-amount to jcc-credit(jnl-cc-hit-idx)
               end-if
           else
               add jnl-det-amount to jnl-total-debit
               if jnl-cc-hit-idx > 0
                   add jnl-det-amount to jcc-debit(jnl-cc-hit-idx)
               end-if
           end-if.

      * one clearing-account line per cost center takes the net of
      * its matched lines, so every cost center nets to zero
       write-journal-offsets.
           perform varying jnl-cc-scan-idx from 1 by 1
                   until jnl-cc-scan-idx > jcc-count
               compute jnl-cc-net = jcc-debit(jnl-cc-scan-idx)
                   - jcc-credit(jnl-cc-scan-idx)
               if jnl-cc-net not = 0
                   perform write-cc-offset
               end-if
           end-perform.
           if jnl-cc-overflow = 'y'
               display "journal: more than 200 cost centers - "
                   "journal not balanced per cost center"
           end-if.

       write-cc-offset.
           if jnl-cc-net < 0
               compute jnl-cc-remain = 0 - jnl-cc-net
           else
               move jnl-cc-net to jnl-cc-remain
           end-if.
           perform write-offset-line until jnl-cc-remain = 0.

       write-offset-line.
           move spaces to jnl-record.
           move 'D' to jnl-rec-type.
           move 'O' to jnl-det-kind.
           move jcc-cost-center(jnl-cc-scan-idx)
               to jnl-det-cost-center.
           move ws-run-date to jnl-det-post-date.
           if jnl-cc-net > 0
               move 'C' to jnl-det-dc
           else
               move 'D' to jnl-det-dc
           end-if.
      * a net beyond one line's amount field is split over lines
           if jnl-cc-remain > 9999999.99
               move 9999999.99 to jnl-det-amount
           else
               move jnl-cc-remain to jnl-det-amount
           end-if.
           subtract jnl-det-amount from jnl-cc-remain.
           move jnl-clearing-acct to jnl-det-account.
           move 'OFFSET' to jnl-det-mode.
           move ws-run-timestamp to jnl-det-ts.
           perform tally-journal-line.
           perform write-journal-out.

       write-journal-trailer.
           move spaces to jnl-record.
           move 'T' to jnl-rec-type.
           move jnl-count to jnl-trl-count.
           move jnl-total-debit to jnl-trl-debits.
           move jnl-total-credit to jnl-trl-credits.
           perform write-journal-out.
