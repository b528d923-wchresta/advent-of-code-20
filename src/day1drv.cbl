       environment division.
       input-output section.
       file-control.
           select dept-master-file
               assign to 'ctl/day1-dept-master'
               organization is indexed
               access mode is dynamic
               record key is dmf-dept-code
               file status is ws-master-status.
           select dept-input-file assign to dynamic ws-dept-path
               organization is line sequential
               file status is ws-dept-status.
           select gl-extract-file
               assign to 'reports/day1drv-gl-extract'
               organization is line sequential.
           select journal-file
               assign to 'reports/day1drv-gl-journal'
               organization is line sequential.
           select optional clearing-file assign to 'ctl/day1-clearing'
               organization is line sequential.
           select optional posted-hist-file
               assign to 'ctl/day1-posted-hist'
               organization is line sequential.
           select optional vendor-master-file
               assign to 'ctl/day1-vendor-master'
               organization is indexed
               access mode is dynamic
               record key is vmf-vendor-id
               file status is ws-vendor-status.
           select optional limit-file assign to 'ctl/day1-limits'
               organization is line sequential.
           select optional approval-file
               assign to 'ctl/day1-approvals'
               organization is line sequential.
           select optional period-control-file
               assign to 'ctl/day1-periods'
               organization is line sequential
           select drvck-keep-file
               assign to 'ctl/day1drv.ckpt.keep'
               organization is line sequential.
           select release-keep-file
               assign to 'ctl/day1drv-release-keep'
               organization is line sequential.

       data division.
       file section.
       fd gl-extract-file.
           copy day1glx.

       fd journal-file.
           copy day1jnl.

       fd clearing-file.
       01 clearing-record.
           05 clr-account pic x(8).

       fd posted-hist-file.
           copy day1pst.

       fd vendor-master-file.
           copy day1vnd.

       fd limit-file.
           copy day1lmt.

       fd approval-file.
           copy day1apc.

       fd period-control-file.
           copy day1prd.

               88 drvck-reject  value 'R'.
               88 drvck-held    value 'P'.
               88 drvck-gl-det  value 'X'.
               88 drvck-journal value 'J'.
               88 drvck-entry   value 'E'.
               88 drvck-done    value 'D'.
           05 drvck-text     pic x(250).
       fd drvck-keep-file.
       01 drvck-keep-record pic x(251).

       fd release-keep-file.
       01 release-keep-record pic x(31).

       working-storage section.
       copy day1tbl.
       copy day1val.
       copy day1vtb.
       copy day1ptb.
       copy day1gen.
       copy day1jtb.
       copy day1dtb.
       copy day1atb.
       copy day1rtb.
       01 ws-dept-path    pic x(100).
       01 ws-dept-status  pic x(2).
       01 ws-vendor-status pic x(2).
       01 ws-master-status pic x(2).
       01 ws-period-status pic x(2).
       01 ws-dept-code    pic x(4).
       01 ws-dept-name    pic x(20).
       01 ws-cost-center  pic x(6).
       01 ws-dept-flag    pic x(1).
       01 ws-list-key     pic x(4) value low-values.
       01 release-consumed pic x(1) value 'n'.
       01 release-done     pic x(1) value 'n'.
       01 release-trim     pic x(1) value 'n'.
       01 end-of-release   pic x(1) value 'n'.
       01 ws-summary-prefix pic x(40).
       01 end-of-list     pic x(1) value 'n'.
       01 end-of-dept     pic x(1) value 'n'.
           perform load-run-mode.
           perform load-dup-policy.
           perform load-vendor-master.
           perform open-dept-master.
           if dpt-loaded not = 'y'
               display "day1drv: department master empty or unreadable"
               move 'y' to end-of-list
           end-if.
           perform load-clearing-account.
           perform load-approval-limits.
           perform load-approval-cards.
           perform load-consumed-cards.
           move 'held/day1drv-held-' to ws-held-prefix.
           perform load-period-control.
           perform peek-drv-checkpoint.
           open output summary-file.
           open output reject-file.
           open output gl-extract-file.
           move ws-run-date to glx-hdr-run-date.
           move 'DAY1RECN' to glx-hdr-system.
           write glx-record.
           open output journal-file.
           perform write-journal-header.
           if search-all
               open output matches-file
           end-if.
           perform load-drv-checkpoint.
           open extend posted-hist-file.
           move 'y' to drvck-active.
           if drv-consol-mode
               perform process-consolidated
               perform process-department-list until end-of-list = 'y'
           end-if.
           move 'n' to drvck-active.
           close posted-hist-file.
           perform close-held-file.
           if held-count > 0
               move spaces to summary-record
               end-string
               perform write-summary-out
           end-if.
           if aprv-held-count > 0
               move spaces to summary-record
               string "  OF WHICH AWAITING APPROVAL: " aprv-held-count
                       delimited by size into summary-record
               end-string
               perform write-summary-out
           end-if.
           close summary-file.
           close reject-file.
           move spaces to glx-record.
           move glx-hash to glx-trl-hash.
           write glx-record.
           close gl-extract-file.
           perform write-journal-offsets.
           perform write-journal-trailer.
           close journal-file.
           if search-all
               close matches-file
           end-if.
      * the release file is settled before the checkpoint goes, so
      * a restart after this point finds the release already taken
           perform write-generations.
           if release-consumed = 'y'
               perform clear-release-file
           end-if.
           if release-trim = 'y'
               perform trim-release-file
           end-if.
           perform clear-drv-checkpoint.
           display "day1drv: processed " dept-count
               " department file(s), " inactive-count " inactive, "
               exception-count " exception(s)".
                   " batch(es) out of balance"
               move rc-out-of-balance to return-code
           end-if.
           perform close-vendor-master.
           perform close-dept-master.
           stop run.

       load-control.
           end-read.
           close dup-policy-file.

      * the master is walked in department-code order; the keyed
      * cost-center lookups for the journal move the file position,
      * so each pass starts again past the last department taken
       process-department-list.
           move ws-list-key to dmf-dept-code.
           start dept-master-file key is greater than dmf-dept-code
               invalid key
                   perform end-department-list
               not invalid key
                   perform read-next-listed-dept
           end-start.

       read-next-listed-dept.
           read dept-master-file next record
               at end
                   perform end-department-list
               not at end
                   move dmf-dept-code to ws-list-key
                   move dmf-dept-code to ws-dept-code
                   move dmf-dept-name to ws-dept-name
                   move dmf-cost-center to ws-cost-center
                   move dmf-active-flag to ws-dept-flag
                   move spaces to ws-dept-path
                   move function trim(dmf-input-path)
                       to ws-dept-path
                   perform process-listed-dept
           end-read.

       end-department-list.
           perform process-release-batch.
           move 'y' to end-of-list.

       process-listed-dept.
           perform check-dept-done.
           if done-hit = 'y'
               exit paragraph
           end-if.
      * the checkpoint is closed after every department so the
      * committed records survive an abend mid-list
           if drvck-active = 'y'
               open extend drvck-file
           end-if.
           if ws-dept-flag = 'I'
               add 1 to inactive-count
               perform write-summary-inactive
           else
               if drv-consol-mode
                   perform load-one-dept-consol
               else
                   perform process-one-department
               end-if
           end-if.
           perform commit-dept-ckpt.
           if drvck-active = 'y'
               close drvck-file
           end-if.

      * lines day1rls released from the holding files once their
      * period opened are run as one more department after the list
       process-release-batch.
           move 'inputs/day1drv-release' to ws-dept-path.
           open input dept-input-file.
           if ws-dept-status not = "00"
               exit paragraph
           end-if.
           move 'n' to end-of-dept.
           read dept-input-file
               at end move 'y' to end-of-dept
           end-read.
           close dept-input-file.
           if end-of-dept = 'y'
               exit paragraph
           end-if.
           move 'RLSE' to ws-dept-code.
           move 'RELEASED HOLDS' to ws-dept-name.
           move spaces to ws-cost-center.
           move 'A' to ws-dept-flag.
           perform check-dept-done.
           move done-hit to release-done.
           perform process-listed-dept.
      * every released batch balanced: the file is emptied. one out
      * of balance, or a release already posted before a restart:
      * the file is cut back to the batches that did not balance
           evaluate true
               when release-done = 'y'
                   move 'y' to release-trim
               when bat-failed-ct = 0
                   move 'y' to release-consumed
               when other
                   move 'y' to release-trim
                   display "day1drv: released holds out of balance"
                       " - failed batches kept on release file"
           end-evaluate.

       process-one-department.
           add 1 to dept-count.

       copy day1vmf.

       copy day1afn.

       copy day1pfn.

       copy day1gfn.

       copy day1jfn.

       copy day1dmf.

       write-journal-out.
           write jnl-record.
           if drvck-active = 'y'
               move spaces to drvck-record
               move 'J' to drvck-rec-type
               move jnl-record to drvck-text
               write drvck-record
           end-if.

       write-generations.
           move ws-run-timestamp to gen-ts-text.
           move 'reports/day1-summary' to gen-src-path.
           perform make-generation.
           move 'reports/day1drv-gl-extract' to gen-src-path.
           perform make-generation.
           move 'reports/day1drv-gl-journal' to gen-src-path.
           perform make-generation.
           if search-all
               move 'reports/day1drv-matches' to gen-src-path
               perform make-generation
           end-if.
           if release-consumed = 'y' or release-trim = 'y'
               move 'inputs/day1drv-release' to gen-src-path
               perform make-generation
           end-if.

       clear-release-file.
           move 'inputs/day1drv-release' to ws-dept-path.
           open output dept-input-file.
           close dept-input-file.

      * the balanced release batches are posted; only the failed
      * ones are written back for the next run
       trim-release-file.
           move 'inputs/day1drv-release' to ws-dept-path.
           perform reset-release-scan.
           move 'n' to end-of-release.
           open input dept-input-file.
           perform scan-release-rec until end-of-release = 'y'.
           close dept-input-file.
           perform end-release-scan.
           move 'n' to end-of-release.
           open input dept-input-file.
           open output release-keep-file.
           perform route-release-rec until end-of-release = 'y'.
           close release-keep-file.
           close dept-input-file.
           move 'n' to end-of-release.
           open input release-keep-file.
           open output dept-input-file.
           perform copy-release-keep until end-of-release = 'y'.
           close dept-input-file.
           close release-keep-file.
           display "day1drv: " rsc-failed-ct " released batch(es), "
               rsc-kept-ct " line(s) kept for the next run".

       scan-release-rec.
           read dept-input-file
               at end move 'y' to end-of-release
               not at end perform scan-release-line
           end-read.

       route-release-rec.
           read dept-input-file
               at end move 'y' to end-of-release
               not at end perform route-release-line
           end-read.

       copy-release-keep.
           read release-keep-file
               at end move 'y' to end-of-release
               not at end
                   move release-keep-record to input-record
                   write input-record
           end-read.

       write-release-keep-out.
           write release-keep-record from input-record.

       copy day1rfn.

       store-element.
           if numbers-count >= max-numbers
               write drvck-record
           end-if.

       write-posted-out.
           write posted-record.

       ckpt-gl-details.
           if drvck-active not = 'y' or found not = 'y'
               exit paragraph
       restore-drvck-line.
           evaluate true
               when drvck-summary or drvck-reject or drvck-held
                       or drvck-gl-det or drvck-journal
                   if pend-count < 1000
                       add 1 to pend-count
                       move drvck-rec-type to pend-type(pend-count)
                       write reject-record
                   when 'P'
                       perform replay-held-record
                   when 'J'
                       move pdc-text to jnl-record
                       perform tally-journal-line
                       write jnl-record
                   when other
                       move spaces to glx-record
                       move 'D' to glx-rec-type
