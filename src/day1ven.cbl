       environment division.
       input-output section.
       file-control.
           select dept-master-file
               assign to 'ctl/day1-dept-master'
               organization is indexed
               access mode is sequential
               record key is dmf-dept-code
               file status is ws-master-status.
           select dept-input-file assign to dynamic ws-dept-path
               organization is line sequential
               file status is ws-dept-status.
           select optional vendor-master-file
               assign to 'ctl/day1-vendor-master'
               organization is indexed
               access mode is dynamic
               record key is vmf-vendor-id
               file status is ws-vendor-status.
           select activity-file
               assign to 'reports/day1-vendor-activity'
               organization is line sequential.
           select activity-sort-file assign to 'ctl/day1ven.sortwk'.

       data division.
       file section.
       fd activity-file.
       01 activity-record pic x(200).

       sd activity-sort-file.
       01 activity-sort-record.
           05 srt-vendor-id pic x(8).
           05 srt-amount    pic s9(7)v99.

       working-storage section.
       copy day1vtb.
       01 ws-master-status pic x(2).
       01 end-of-list      pic x(1) value 'n'.
       01 end-of-dept      pic x(1) value 'n'.
       01 ws-run-date      pic 9(8).
       01 end-of-sort      pic x(1) value 'n'.
       01 activity-class.
           05 act-count      pic 9(6) value 0.
           05 act-vendor-id  pic x(8).
           05 act-rec-count  pic 9(6) value 0.
           05 act-total      pic s9(11)v99 value 0.
           05 dept-count     pic 9(4) value 0.
           05 skipped-count  pic 9(4) value 0.
           05 detail-count   pic 9(6) value 0.
           if ws-master-status not = "00"
                   and ws-master-status not = "05"
               display "day1ven: department master empty or unreadable"
               perform close-vendor-master
               move rc-no-master to return-code
               stop run
           end-if.

           open output activity-file.
           perform write-report-header.
      * details are sorted by vendor so there is no limit on the
      * number of vendors - totals are taken on the vendor break
           sort activity-sort-file
               on ascending key srt-vendor-id
               input procedure is tally-department-files
               output procedure is write-activity-lines.
           close dept-master-file.
           perform write-report-summary.
           close activity-file.
           perform close-vendor-master.

           display "day1ven: " act-count " vendor(s) across "
               dept-count " department file(s), "
           move rc-ok to return-code.
           stop run.

       tally-department-files.
           perform process-department-list until end-of-list = 'y'.

       process-department-list.
           read dept-master-file next record
               at end move 'y' to end-of-list
               not at end
                   if dmf-inactive
                       continue
                   else
                       move spaces to ws-dept-path
                       move function trim(dmf-input-path)
                           to ws-dept-path
                       perform tally-one-department
                   end-if
           end-read.

               not at end
                   if input-detail and input-amount-x is numeric
                       add 1 to detail-count
                       perform release-vendor-detail
                   end-if
           end-read.

       release-vendor-detail.
           move input-vendor-id to srt-vendor-id.
           if input-credit
               compute srt-amount = 0 - input-amount
           else
               move input-amount to srt-amount
           end-if.
           release activity-sort-record.

       write-activity-lines.
           perform return-vendor-detail until end-of-sort = 'y'.
           if act-rec-count > 0
               perform write-activity-line
           end-if.

       return-vendor-detail.
           return activity-sort-file
               at end move 'y' to end-of-sort
               not at end
                   if act-rec-count > 0
                           and srt-vendor-id not = act-vendor-id
                       perform write-activity-line
                   end-if
                   if act-rec-count = 0
                       move srt-vendor-id to act-vendor-id
                   end-if
                   add 1 to act-rec-count
                   add srt-amount to act-total
           end-return.

       write-activity-line.
           add 1 to act-count.
           perform set-vendor-name.
           move act-total to act-total-disp.
           move spaces to activity-record.
           string act-vendor-id
                   " " act-name-out
                   " " act-flag-out
                   " RECORDS: " act-rec-count
                   " TOTAL: " act-total-disp
                   delimited by size into activity-record
           end-string.
           write activity-record.
           move 0 to act-rec-count.
           move 0 to act-total.

       set-vendor-name.
           move act-vendor-id to vnd-lookup-id.
           perform vendor-lookup.
           evaluate true
               when vnd-loaded not = 'y'
               when vnd-hit = 'n'
                   move '*NOT ON VENDOR FILE*' to act-name-out
                   move 'UNKNOWN' to act-flag-out
               when vmf-inactive
                   move vmf-vendor-name to act-name-out
                   move 'INACTIVE' to act-flag-out
               when other
                   move vmf-vendor-name to act-name-out
                   move 'ACTIVE' to act-flag-out
           end-evaluate.

                   delimited by size into activity-record
           end-string.
           write activity-record.

       copy day1vmf.
