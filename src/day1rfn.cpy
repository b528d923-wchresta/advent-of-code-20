      * a release file is cut back to the batches that did not
      * balance, so what was posted is never offered again. the
      * first pass marks each failing batch by its position in the
      * file, with the same header/trailer rules as the posting run;
      * the second pass hands every line of a marked batch to
      * write-release-keep-out. lines outside any batch were
      * rejected when read and are dropped; a batch past the end
      * of the table is always kept.
       reset-release-scan.
           move 0 to rsc-batch-no.
           move 0 to rsc-failed-ct.
           move 0 to rsc-kept-ct.
           move spaces to release-scan-table.
           perform reset-release-batch.

       reset-release-batch.
           move 'n' to rsc-open.
           move 'n' to rsc-hdr-seen.
           move 'n' to rsc-trl-seen.
           move 0 to rsc-det-count.
           move 0 to rsc-hash.
           move 0 to rsc-trl-count.
           move 0 to rsc-trl-hash.

       scan-release-line.
           evaluate true
               when input-header
                   if rsc-open = 'y'
                       perform close-release-batch
                   end-if
                   move 'y' to rsc-open
                   move 'y' to rsc-hdr-seen
               when input-trailer
                   move 'y' to rsc-open
                   move 'y' to rsc-trl-seen
                   if input-trl-count-x is numeric
                       move input-trl-count to rsc-trl-count
                   end-if
                   if input-trl-hash-x is numeric
                       move input-trl-hash to rsc-trl-hash
                       if input-trl-negative
                           compute rsc-trl-hash = 0 - input-trl-hash
                       end-if
                   end-if
                   perform close-release-batch
               when input-detail
                   move 'y' to rsc-open
                   add 1 to rsc-det-count
                   if input-amount-x is numeric
                       if input-credit
                           subtract input-amount from rsc-hash
                       else
                           add input-amount to rsc-hash
                       end-if
                   end-if
               when other
                   continue
           end-evaluate.

       end-release-scan.
           if rsc-open = 'y'
               perform close-release-batch
           end-if.
           move 0 to rsc-batch-no.
           perform reset-release-batch.

       close-release-batch.
           add 1 to rsc-batch-no.
           if rsc-hdr-seen = 'n' or rsc-trl-seen = 'n'
                   or rsc-det-count not = rsc-trl-count
                   or rsc-hash not = rsc-trl-hash
               add 1 to rsc-failed-ct
               if rsc-batch-no <= 9999
                   move 'y' to rsc-batch-failed(rsc-batch-no)
               end-if
           end-if.
           perform reset-release-batch.

       route-release-line.
           move 0 to rsc-line-batch.
           evaluate true
               when input-header
                   if rsc-open = 'y'
                       add 1 to rsc-batch-no
                   end-if
                   move 'y' to rsc-open
                   compute rsc-line-batch = rsc-batch-no + 1
               when input-trailer
                   compute rsc-line-batch = rsc-batch-no + 1
                   add 1 to rsc-batch-no
                   move 'n' to rsc-open
               when input-detail
                   move 'y' to rsc-open
                   compute rsc-line-batch = rsc-batch-no + 1
               when other
                   continue
           end-evaluate.
           if rsc-line-batch > 0
               if rsc-line-batch > 9999
                   add 1 to rsc-kept-ct
                   perform write-release-keep-out
               else
                   if rsc-batch-failed(rsc-line-batch) = 'y'
                       add 1 to rsc-kept-ct
                       perform write-release-keep-out
                   end-if
               end-if
           end-if.
