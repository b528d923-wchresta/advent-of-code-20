           end-if.
           if bat-cur-status = 'B'
               add 1 to bat-balanced-ct
               add aprv-pend-count to aprv-held-count
               perform flush-held-pending
               perform record-posted-batch
           else
               add 1 to bat-failed-ct
               move 'n' to bat-in-balance
           end-if.
           perform reset-batch-current.

      * every detail accepted from a balanced batch goes to the
      * posted-detail history later transmissions are checked against
       record-posted-batch.
           compute bat-post-from = bat-start-count + 1.
           perform varying bat-post-idx from bat-post-from by 1
                   until bat-post-idx > numbers-count
               move spaces to posted-record
               move numbers-date(bat-post-idx) to pst-post-date
               move numbers-dept(bat-post-idx) to pst-dept-code
               move numbers-vendor(bat-post-idx) to pst-vendor-id
               if numbers-el(bat-post-idx) < 0
                   compute pst-amount = 0 - numbers-el(bat-post-idx)
                   move 'C' to pst-dc-ind
               else
                   move numbers-el(bat-post-idx) to pst-amount
                   move 'D' to pst-dc-ind
               end-if
               move ws-reject-source to pst-source
               move ws-run-timestamp to pst-run-ts
               perform write-posted-out
           end-perform.

       rollback-batch.
           move bat-start-count to numbers-count.
           set numbers-idx to 1.
           move 0 to bat-hash-total.
           move 0 to bat-trl-count.
           move 0 to bat-trl-hash.
           move 0 to aprv-pend-count.
           move numbers-count to bat-start-count.

       reset-batch-control.
