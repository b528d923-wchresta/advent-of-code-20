      * approval limits: a DFLT line sets the limit for every
      * department without a line of its own; no file, no limit
       load-approval-limits.
           open input limit-file.
           perform read-limit-record until end-of-limits = 'y'.
           close limit-file.
           if lmt-default-set = 'y' or lmt-count > 0
               move 'y' to lmt-loaded
           end-if.

       read-limit-record.
           read limit-file
               at end move 'y' to end-of-limits
               not at end
                   evaluate true
                       when limit-record = spaces
                           continue
                       when lmr-amount-x is not numeric
                           continue
                       when lmr-default
                           move lmr-amount to lmt-default
                           move 'y' to lmt-default-set
                       when lmt-count < 200
                           add 1 to lmt-count
                           move lmr-dept to lmt-dept(lmt-count)
                           move lmr-amount to lmt-amount(lmt-count)
                       when other
                           continue
                   end-evaluate
           end-read.

      * a card only counts with an approver and a numeric approval
      * date - anything else is ignored and counted
       load-approval-cards.
           open input approval-file.
           perform read-approval-card until end-of-approvals = 'y'.
           close approval-file.

       read-approval-card.
           read approval-file
               at end move 'y' to end-of-approvals
               not at end
                   evaluate true
                       when approval-card-record = spaces
                           continue
                       when apc-amount-x is not numeric
                               or apc-approver = spaces
                               or apc-appr-date is not numeric
                           add 1 to apv-bad-count
                       when apv-count < 1000
                           add 1 to apv-count
                           move apc-dept-code to apv-dept(apv-count)
                           move apc-vendor-id to apv-vendor(apv-count)
                           move apc-post-date to apv-date(apv-count)
                           move apc-amount to apv-amount(apv-count)
                           move apc-approver to apv-approver(apv-count)
                           move apc-appr-date
                               to apv-appr-date(apv-count)
                           move 0 to apv-used(apv-count)
                       when other
                           move 'y' to apv-overflow
                   end-evaluate
           end-read.

      * a card whose line has been posted - released from a hold or
      * accepted on intake in an earlier run - is used up: one
      * posting since the approval date uses one matching card
       load-consumed-cards.
           if apv-count = 0
               exit paragraph
           end-if.
           move 'n' to end-of-posted.
           open input posted-hist-file.
           perform read-consumed-line until end-of-posted = 'y'.
           close posted-hist-file.

       read-consumed-line.
           read posted-hist-file
               at end move 'y' to end-of-posted
               not at end
                   if pst-amount-x is numeric
                       perform note-consumed-card
                   end-if
           end-read.

       note-consumed-card.
           move 'n' to apv-hit.
           perform varying apv-scan-idx from 1 by 1
                   until apv-scan-idx > apv-count
                       or apv-hit = 'y'
               if apv-used(apv-scan-idx) = 0
                       and apv-dept(apv-scan-idx) = pst-dept-code
                       and apv-vendor(apv-scan-idx) = pst-vendor-id
                       and apv-date(apv-scan-idx) = pst-post-date
                       and apv-amount(apv-scan-idx) = pst-amount
                       and pst-run-ts(1:8)
                           not < apv-appr-date(apv-scan-idx)
                   move 'y' to apv-hit
                   add 1 to apv-used(apv-scan-idx)
                   add 1 to apv-consumed-count
               end-if
           end-perform.

      * a detail over its department's limit is held until an
      * approval card names the same dept, vendor, date and amount;
      * each card approves one line only
       check-approval.
           if lmt-loaded not = 'y'
               exit paragraph
           end-if.
           move lmt-default-set to lmt-applies.
           move lmt-default to lmt-limit.
           perform varying lmt-scan-idx from 1 by 1
                   until lmt-scan-idx > lmt-count
               if lmt-dept(lmt-scan-idx) = input-dept-code
                   move 'y' to lmt-applies
                   move lmt-amount(lmt-scan-idx) to lmt-limit
               end-if
           end-perform.
           if lmt-applies not = 'y' or input-amount not > lmt-limit
               exit paragraph
           end-if.
           perform find-approval-card.
           if apv-hit = 'y'
               add 1 to apv-used(apv-hit-idx)
           else
               move 'y' to ws-hold
               add 1 to aprv-pend-count
           end-if.

       find-approval-card.
           move 'n' to apv-hit.
           move 0 to apv-hit-idx.
           perform varying apv-scan-idx from 1 by 1
                   until apv-scan-idx > apv-count
                       or apv-hit = 'y'
               if apv-used(apv-scan-idx) = 0
                       and apv-dept(apv-scan-idx) = input-dept-code
                       and apv-vendor(apv-scan-idx) = input-vendor-id
                       and apv-date(apv-scan-idx) = input-post-date
                       and apv-amount(apv-scan-idx) = input-amount
                   move 'y' to apv-hit
                   move apv-scan-idx to apv-hit-idx
               end-if
           end-perform.
