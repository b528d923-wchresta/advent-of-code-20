               file status is ws-input-status.
           select optional suppl-file assign to 'inputs/day1-suppl'
               organization is line sequential.
           select optional release-file
               assign to 'inputs/day1-release'
               organization is line sequential.
           select release-keep-file
               assign to 'ctl/day1-release-keep'
               organization is line sequential.
           select report-file assign to 'reports/day1-recon'
               organization is line sequential.
           select optional checkpoint-file assign to 'ctl/day1.ckpt'
           select gl-extract-file
               assign to 'reports/day1-gl-extract'
               organization is line sequential.
           select journal-file
               assign to 'reports/day1-gl-journal'
               organization is line sequential.
           select optional clearing-file assign to 'ctl/day1-clearing'
               organization is line sequential.
           select optional posted-hist-file
               assign to 'ctl/day1-posted-hist'
               organization is line sequential.
           select optional dept-master-file
               assign to 'ctl/day1-dept-master'
               organization is indexed
               access mode is random
               record key is dmf-dept-code
               file status is ws-master-status.
           select optional audit-file assign to 'audit/day1-audit'
               organization is line sequential
               file status is ws-audit-status.
           select optional audit-hist-file
               assign to 'audit/day1-audit-hist'
               organization is line sequential
               file status is ws-hist-status.
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
       fd suppl-file.
       01 suppl-record pic x(31).

       fd release-file.
       01 release-record pic x(31).

       fd release-keep-file.
       01 release-keep-record pic x(31).

       fd report-file.
       01 report-record pic x(250).

       fd audit-file.
       01 audit-record pic x(300).

       fd audit-hist-file.
       01 audit-hist-record pic x(300).

       fd checkpoint-file.
       01 checkpoint-record.
           05 ckpt-el     pic s9(7)v99.
       fd gl-extract-file.
           copy day1glx.

       fd journal-file.
           copy day1jnl.

       fd clearing-file.
       01 clearing-record.
           05 clr-account pic x(8).

       fd dept-master-file.
           copy day1dpt.

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

       working-storage section.
       01 ws-input-status   pic x(2).
       01 ws-vendor-status  pic x(2).
       01 ws-master-status  pic x(2).
       01 ws-period-status  pic x(2).
       01 ws-audit-status   pic x(2).
       01 ws-hist-status    pic x(2).
       01 ws-input-unreadable pic x(1) value 'n'.
      * return-code values handed back to the job scheduler:
      *   0  = reconciliation match found (pair or triple)
       copy day1vtb.
       copy day1ptb.
       copy day1gen.
       copy day1jtb.
       copy day1dtb.
       copy day1atb.
       copy day1chn.
       copy day1rtb.
       01 end-of-file  pic x(1) value 'n'.
       01 table-overflow pic x(1) value 'n'.
       01 found-status-out pic x(9).
           05 suppl-loading  pic x(1) value 'n'.
           05 suppl-stale    pic x(1) value 'n'.
           05 suppl-failed-base pic 9(2) value 0.
       01 release-class.
           05 release-count    pic 9(6) value 0.
           05 end-of-release   pic x(1) value 'n'.
           05 release-consumed pic x(1) value 'n'.
           05 release-trim     pic x(1) value 'n'.
           05 release-failed-base pic 9(2) value 0.
       01 checkpoint-class.
           05 ckpt-interval      pic 9(3) value 50.
           05 ckpt-resume-ct     pic 9(6) value 0.
           perform load-run-mode.
           perform load-dup-policy.
           perform load-vendor-master.
           perform open-dept-master.
           perform load-clearing-account.
           perform load-approval-limits.
           perform load-approval-cards.
           perform load-consumed-cards.
           move 'held/day1-held-' to ws-held-prefix.
           perform load-period-control.
           perform load-checkpoint.
           open extend posted-hist-file.
           open input input-file.
           if ws-input-status not = "00" and ws-input-status not = "05"
               move 'y' to ws-input-unreadable
               else
                   move bat-failed-ct to suppl-failed-base
                   perform load-supplemental
                   move bat-failed-ct to release-failed-base
                   perform load-release
                   if search-all
                       open output matches-file
                   end-if
           end-if.

           perform close-held-file.
           close posted-hist-file.
           perform write-report.
           perform write-gl-extract.
           perform write-audit.
           perform write-generations.
           if release-consumed = 'y'
               perform clear-release-file
           end-if.
           if release-trim = 'y'
               perform trim-release-file
           end-if.
           if ws-input-unreadable not = 'y'
               perform clear-checkpoint
           end-if.
           perform close-vendor-master.
           perform close-dept-master.
           stop run.

       load-control.
                   end-if
           end-read.

      * lines day1rls released from the holding files once their
      * period opened - they ride along behind the day's input.
      * when the run completes the file is emptied, or cut back to
      * the batches that did not balance if any failed
       load-release.
           move 'y' to suppl-loading.
           move 'n' to end-of-release.
           move 'inputs/day1-release' to ws-reject-source.
           perform reset-batch-current.
           open input release-file.
           open extend reject-file.
           perform read-release-rec until end-of-release = 'y'.
           close reject-file.
           close release-file.
           if release-count > 0
               perform check-batch-balance
               if bat-failed-ct = release-failed-base
                   move 'y' to release-consumed
               else
                   move 'y' to release-trim
                   display "day1: released holds out of balance"
                       " - failed batches kept on release file"
               end-if
           end-if.
           move 'n' to suppl-loading.

       read-release-rec.
           read release-file
               at end move 'y' to end-of-release
               not at end
                   add 1 to release-count
                   move release-record to input-record
                   perform process-input-record
           end-read.

       clear-release-file.
           open output release-file.
           close release-file.

      * the balanced release batches are posted; only the failed
      * ones are written back for the next run
       trim-release-file.
           perform reset-release-scan.
           move 'n' to end-of-release.
           open input release-file.
           perform scan-release-rec until end-of-release = 'y'.
           close release-file.
           perform end-release-scan.
           move 'n' to end-of-release.
           open input release-file.
           open output release-keep-file.
           perform route-release-rec until end-of-release = 'y'.
           close release-keep-file.
           close release-file.
           move 'n' to end-of-release.
           open input release-keep-file.
           open output release-file.
           perform copy-release-keep until end-of-release = 'y'.
           close release-file.
           close release-keep-file.
           display "day1: " rsc-failed-ct " released batch(es), "
               rsc-kept-ct " line(s) kept for the next run".

       scan-release-rec.
           read release-file
               at end move 'y' to end-of-release
               not at end
                   move release-record to input-record
                   perform scan-release-line
           end-read.

       route-release-rec.
           read release-file
               at end move 'y' to end-of-release
               not at end
                   move release-record to input-record
                   perform route-release-line
           end-read.

       copy-release-keep.
           read release-keep-file
               at end move 'y' to end-of-release
               not at end
                   move release-keep-record to release-record
                   write release-record
           end-read.

       write-release-keep-out.
           write release-keep-record from release-record.

       copy day1rfn.

       copy day1bfn.

       copy day1vfn.

       copy day1vmf.

       copy day1afn.

       copy day1pfn.

       write-reject-out.
       write-held-out.
           write held-record from hpw-rec.

       write-posted-out.
           write posted-record.

       copy day1gfn.

       write-generations.
           perform make-generation.
           move 'reports/day1-gl-extract' to gen-src-path.
           perform make-generation.
           move 'reports/day1-gl-journal' to gen-src-path.
           perform make-generation.
           if search-all
               move 'reports/day1-matches' to gen-src-path
               perform make-generation
           end-if.
           if release-consumed = 'y' or release-trim = 'y'
               move 'inputs/day1-release' to gen-src-path
               perform make-generation
           end-if.

       store-element.
           if numbers-count >= max-numbers
               write report-record
           end-if.

           if release-count > 0
               move spaces to report-record
               string "RELEASED HOLD RECORDS: " release-count
                       delimited by size into report-record
               end-string
               write report-record
           end-if.

           if held-count > 0
               move spaces to report-record
               string "HELD (CLOSED PERIOD): " held-count
               write report-record
           end-if.

           if aprv-held-count > 0
               move spaces to report-record
               string "  OF WHICH AWAITING APPROVAL: " aprv-held-count
                       delimited by size into report-record
               end-string
               write report-record
           end-if.

           perform varying bres-scan-idx from 1 by 1
                   until bres-scan-idx > bres-count
               perform build-batch-result-line
           move ws-run-date to glx-hdr-run-date.
           move 'DAY1RECN' to glx-hdr-system.
           write glx-record.
           open output journal-file.
           perform write-journal-header.
           perform write-gl-match-details.
           move spaces to glx-record.
           move 'T' to glx-rec-type.
           move glx-hash to glx-trl-hash.
           write glx-record.
           close gl-extract-file.
           perform write-journal-offsets.
           perform write-journal-trailer.
           close journal-file.

       copy day1jfn.

       copy day1dmf.

       write-journal-out.
           write jnl-record.

       write-audit.
           perform load-audit-chain.
           open extend audit-file.

           move spaces to audit-record.
                           delimited by size into audit-record
                   end-string
           end-evaluate.
           move audit-record to chain-line.
           perform seal-audit-line.
           move chain-line to audit-record.
           write audit-record.

           close audit-file.

      * the trail continues from its last sealed line - on the
      * history file when day1stat has archived the whole current file
       load-audit-chain.
           move 'n' to chain-eof.
           open input audit-file.
           if ws-audit-status = "00" or ws-audit-status = "05"
               perform read-audit-tail until chain-eof = 'y'
           end-if.
           close audit-file.
           if chain-found = 'y'
               exit paragraph
           end-if.
           move 'n' to chain-eof.
           open input audit-hist-file.
           if ws-hist-status = "00" or ws-hist-status = "05"
               perform read-audit-hist-tail until chain-eof = 'y'
           end-if.
           close audit-hist-file.

       read-audit-tail.
           read audit-file
               at end move 'y' to chain-eof
               not at end
                   move audit-record to chain-line
                   perform note-chain-tail
           end-read.

       read-audit-hist-tail.
           read audit-hist-file
               at end move 'y' to chain-eof
               not at end
                   move audit-hist-record to chain-line
                   perform note-chain-tail
           end-read.

       copy day1cfn.
