       identification division.
       program-id. day1bud.
       author. Wanja Chresta.
       date-written. 15-OCT-2026.

       environment division.
       input-output section.
       file-control.
           select optional parms-file assign to 'ctl/day1bud-parms'
               organization is line sequential.
           select optional dept-master-file
               assign to 'ctl/day1-dept-master'
               organization is indexed
               access mode is sequential
               record key is dmf-dept-code
               file status is ws-master-status.
           select optional budget-master-file
               assign to 'ctl/day1-budget-master'
               organization is indexed
               access mode is dynamic
               record key is bgm-key
               file status is ws-budget-status.
           select trans-file assign to dynamic ws-trans-path
               organization is line sequential
               file status is ws-trans-status.
           select bud-report-file assign to 'reports/day1bud-report'
               organization is line sequential.

       data division.
       file section.
       fd parms-file.
       01 parms-record.
           05 bpp-period pic x(6).

       fd dept-master-file.
           copy day1dpt.

       fd budget-master-file.
           copy day1bgt.

       fd trans-file.
           copy day1rec.

       fd bud-report-file.
       01 bud-report-record pic x(200).

       working-storage section.
       01 ws-master-status pic x(2).
       01 ws-budget-status pic x(2).
       01 ws-trans-status  pic x(2).
       01 ws-trans-path    pic x(100).
      * return-code values handed back to the job scheduler:
      *   0  = every department within budget tolerance
      *   4  = department(s) over tolerance or without a budget
      *   8  = no department file readable
       01 rc-within        pic 9(2) value 0.
       01 rc-flagged       pic 9(2) value 4.
       01 rc-no-input      pic 9(2) value 8.
       01 end-of-list      pic x(1) value 'n'.
       01 end-of-trans     pic x(1) value 'n'.
       01 end-of-budgets   pic x(1) value 'n'.
       01 ws-run-date      pic 9(8).
       01 bud-parms.
           05 bud-period   pic x(6) value spaces.
               88 bud-all-periods value spaces.
       01 actual-table.
           05 act-count pic 9(4) value 0.
           05 act-entry occurs 1 to 2000 times
                   depending on act-count.
               10 act-dept     pic x(4).
               10 act-period   pic x(6).
               10 act-net      pic s9(11)v99.
               10 act-details  pic 9(6).
      * details of the batch being read, counted into the actuals
      * only when the batch balances against its trailer
       01 pending-table.
           05 pnd-count pic 9(2) value 0.
           05 pnd-entry occurs 50 times.
               10 pnd-dept     pic x(4).
               10 pnd-period   pic x(6).
               10 pnd-net      pic s9(11)v99.
               10 pnd-details  pic 9(6).
       01 checked-table.
           05 chk-count pic 9(3) value 0.
           05 chk-path  pic x(100) occurs 200 times.
       01 budget-class.
           05 chk-scan-idx     pic 9(3).
           05 chk-seen         pic x(1).
           05 act-idx          pic 9(4).
           05 act-hit-idx      pic 9(4).
           05 pnd-idx          pic 9(2).
           05 pnd-hit-idx      pic 9(2).
           05 pnd-overflow     pic x(1).
           05 act-overflow     pic x(1) value 'n'.
           05 budget-open      pic x(1) value 'n'.
           05 budget-hit       pic x(1).
           05 bat-header-seen  pic x(1).
           05 bat-hdr-date     pic x(8).
           05 bat-hdr-dept     pic x(4).
           05 bat-detail-count pic 9(6).
           05 bat-hash-total   pic s9(13)v99.
           05 bat-trl-hash     pic s9(13)v99.
           05 line-amount      pic s9(7)v99.
           05 files-read       pic 9(4) value 0.
           05 batches-counted  pic 9(6) value 0.
           05 batches-skipped  pic 9(6) value 0.
           05 lines-reported   pic 9(6) value 0.
           05 over-tol-count   pic 9(6) value 0.
           05 no-budget-count  pic 9(6) value 0.
           05 flagged-count    pic 9(6) value 0.
           05 rpt-budget       pic 9(9)v99.
           05 rpt-variance     pic s9(11)v99.
           05 rpt-var-pct      pic s9(5)v99.
           05 rpt-flag         pic x(14).
       01 report-edit.
           05 actual-disp      pic ---,---,--9.99.
           05 budget-disp      pic ---,---,--9.99.
           05 variance-disp    pic ---,---,--9.99.
           05 pct-disp         pic -----9.99.
           05 tol-disp         pic zz9.99.
           05 budget-text      pic x(14).
           05 variance-text    pic x(14).
           05 pct-text         pic x(9).
           05 tol-text         pic x(6).

       procedure division.
           move function current-date(1:8) to ws-run-date.
           perform load-parms.

           open input dept-master-file.
           if ws-master-status = "00" or ws-master-status = "05"
               perform read-dept-entry until end-of-list = 'y'
           end-if.
           close dept-master-file.

           open output bud-report-file.
           perform write-report-header.
           open input budget-master-file.
           if ws-budget-status = "00"
               move 'y' to budget-open
           else
               move spaces to bud-report-record
               move "NOTE: NO BUDGET MASTER - NO BUDGETS TO COMPARE"
                   to bud-report-record
               write bud-report-record
           end-if.
           perform write-column-header.
           perform varying act-idx from 1 by 1
                   until act-idx > act-count
               perform report-actual-line
           end-perform.
      * for a single period the budgets nobody spent against are
      * listed as well
           if budget-open = 'y' and not bud-all-periods
               perform list-unused-budgets
           end-if.
           close budget-master-file.
           perform write-report-summary.
           close bud-report-file.

           display "day1bud: " lines-reported " department period(s), "
               over-tol-count " over tolerance, " no-budget-count
               " without budget".
           evaluate true
               when files-read = 0
                   move rc-no-input to return-code
               when flagged-count > 0
                   move rc-flagged to return-code
               when other
                   move rc-within to return-code
           end-evaluate.
           stop run.

       load-parms.
           open input parms-file.
           read parms-file
               at end continue
               not at end
                   if bpp-period is numeric
                       move bpp-period to bud-period
                   end-if
           end-read.
           close parms-file.

       read-dept-entry.
           read dept-master-file next record
               at end move 'y' to end-of-list
               not at end
                   if dmf-inactive
                       continue
                   else
                       move spaces to ws-trans-path
                       move function trim(dmf-input-path)
                           to ws-trans-path
                       perform read-one-file
                   end-if
           end-read.

       read-one-file.
      * ACCT's department file is inputs/day1 itself - a path is
      * only counted once per run
           move 'n' to chk-seen.
           perform varying chk-scan-idx from 1 by 1
                   until chk-scan-idx > chk-count
                       or chk-seen = 'y'
               if chk-path(chk-scan-idx) = ws-trans-path
                   move 'y' to chk-seen
               end-if
           end-perform.
           if chk-seen = 'y'
               exit paragraph
           end-if.
           if chk-count < 200
               add 1 to chk-count
               move ws-trans-path to chk-path(chk-count)
           end-if.

           open input trans-file.
           if ws-trans-status not = "00"
               exit paragraph
           end-if.
           add 1 to files-read.
           perform reset-batch.
           move 'n' to end-of-trans.
           perform read-trans-line until end-of-trans = 'y'.
           if bat-header-seen = 'y' or bat-detail-count > 0
               perform skip-batch
           end-if.
           close trans-file.

       read-trans-line.
           read trans-file
               at end move 'y' to end-of-trans
               not at end
                   evaluate true
                       when input-header
                           if bat-header-seen = 'y'
                                   or bat-detail-count > 0
                               perform skip-batch
                           end-if
                           move 'y' to bat-header-seen
                           move input-hdr-date to bat-hdr-date
                           move input-hdr-dept to bat-hdr-dept
                       when input-detail
                           perform tally-detail
                       when input-trailer
                           perform close-batch
                       when other
                           continue
                   end-evaluate
           end-read.

       tally-detail.
           add 1 to bat-detail-count.
           if input-amount-x is not numeric
               exit paragraph
           end-if.
           if input-credit
               compute line-amount = 0 - input-amount
           else
               move input-amount to line-amount
           end-if.
           add line-amount to bat-hash-total.
           move 0 to pnd-hit-idx.
           perform varying pnd-idx from 1 by 1
                   until pnd-idx > pnd-count or pnd-hit-idx > 0
               if pnd-dept(pnd-idx) = input-dept-code
                       and pnd-period(pnd-idx) = input-post-date(1:6)
                   move pnd-idx to pnd-hit-idx
               end-if
           end-perform.
           if pnd-hit-idx = 0
               if pnd-count < 50
                   add 1 to pnd-count
                   move pnd-count to pnd-hit-idx
                   move input-dept-code to pnd-dept(pnd-hit-idx)
                   move input-post-date(1:6) to pnd-period(pnd-hit-idx)
                   move 0 to pnd-net(pnd-hit-idx)
                   move 0 to pnd-details(pnd-hit-idx)
               else
                   move 'y' to pnd-overflow
                   exit paragraph
               end-if
           end-if.
           add line-amount to pnd-net(pnd-hit-idx).
           add 1 to pnd-details(pnd-hit-idx).

      * same balancing rule as day1 / day1drv: header and trailer
      * present, trailer count and hash agree with the details
       close-batch.
           move 0 to bat-trl-hash.
           if input-trl-hash-x is numeric
               move input-trl-hash to bat-trl-hash
               if input-trl-negative
                   compute bat-trl-hash = 0 - input-trl-hash
               end-if
           end-if.
           if bat-header-seen = 'n'
                   or input-trl-count-x is not numeric
                   or input-trl-count not = bat-detail-count
                   or bat-trl-hash not = bat-hash-total
                   or pnd-overflow = 'y'
               perform skip-batch
               exit paragraph
           end-if.
           add 1 to batches-counted.
           perform varying pnd-idx from 1 by 1
                   until pnd-idx > pnd-count
               perform post-pending-entry
           end-perform.
           perform reset-batch.

       post-pending-entry.
           move 0 to act-hit-idx.
           perform varying act-idx from 1 by 1
                   until act-idx > act-count or act-hit-idx > 0
               if act-dept(act-idx) = pnd-dept(pnd-idx)
                       and act-period(act-idx) = pnd-period(pnd-idx)
                   move act-idx to act-hit-idx
               end-if
           end-perform.
           if act-hit-idx = 0
               if act-count < 2000
                   add 1 to act-count
                   move act-count to act-hit-idx
                   move pnd-dept(pnd-idx) to act-dept(act-hit-idx)
                   move pnd-period(pnd-idx) to act-period(act-hit-idx)
                   move 0 to act-net(act-hit-idx)
                   move 0 to act-details(act-hit-idx)
               else
                   move 'y' to act-overflow
                   exit paragraph
               end-if
           end-if.
           add pnd-net(pnd-idx) to act-net(act-hit-idx).
           add pnd-details(pnd-idx) to act-details(act-hit-idx).

       skip-batch.
           add 1 to batches-skipped.
           perform reset-batch.

       reset-batch.
           move 'n' to bat-header-seen.
           move spaces to bat-hdr-date.
           move spaces to bat-hdr-dept.
           move 0 to bat-detail-count.
           move 0 to bat-hash-total.
           move 0 to pnd-count.
           move 'n' to pnd-overflow.

       report-actual-line.
           if not bud-all-periods
                   and act-period(act-idx) not = bud-period
               exit paragraph
           end-if.
           move 'n' to budget-hit.
           if budget-open = 'y'
               move act-dept(act-idx) to bgm-dept-code
               move act-period(act-idx) to bgm-period
               read budget-master-file
                   invalid key move 'n' to budget-hit
                   not invalid key move 'y' to budget-hit
               end-read
           end-if.
           if budget-hit = 'y'
                   and (bgm-amount-x is not numeric
                       or bgm-tolerance-x is not numeric)
               move 'n' to budget-hit
           end-if.
           move act-net(act-idx) to actual-disp.
           move spaces to budget-text.
           move spaces to variance-text.
           move spaces to pct-text.
           move spaces to tol-text.
           move spaces to rpt-flag.
           if budget-hit = 'y'
               perform compute-variance
           else
               move 'NO BUDGET' to rpt-flag
               add 1 to no-budget-count
               add 1 to flagged-count
           end-if.
           perform write-variance-line.

       compute-variance.
           move bgm-amount to rpt-budget.
           compute rpt-variance = act-net(act-idx) - rpt-budget.
           move rpt-budget to budget-disp.
           move budget-disp to budget-text.
           move rpt-variance to variance-disp.
           move variance-disp to variance-text.
           move bgm-tolerance to tol-disp.
           move tol-disp to tol-text.
      * a zero budget has no percentage; any spend against it is
      * over tolerance
           if rpt-budget = 0
               if rpt-variance > 0
                   move 'OVER TOLERANCE' to rpt-flag
               end-if
           else
               compute rpt-var-pct rounded =
                   rpt-variance * 100 / rpt-budget
                   on size error move 99999.99 to rpt-var-pct
               end-compute
               move rpt-var-pct to pct-disp
               move pct-disp to pct-text
               if rpt-var-pct > bgm-tolerance
                   move 'OVER TOLERANCE' to rpt-flag
               end-if
           end-if.
           if rpt-flag not = spaces
               add 1 to over-tol-count
               add 1 to flagged-count
           end-if.

       write-variance-line.
           add 1 to lines-reported.
           move spaces to bud-report-record.
           string act-dept(act-idx) " " act-period(act-idx)
                   " " actual-disp " " budget-text
                   " " variance-text " " pct-text
                   " " tol-text " " rpt-flag
                   delimited by size into bud-report-record
           end-string.
           write bud-report-record.

       list-unused-budgets.
           move low-values to bgm-key.
           start budget-master-file key is not less than bgm-key
               invalid key exit paragraph
           end-start.
           move 'n' to end-of-budgets.
           perform read-next-budget until end-of-budgets = 'y'.

       read-next-budget.
           read budget-master-file next record
               at end move 'y' to end-of-budgets
               not at end
                   if bgm-period = bud-period
                       perform report-unused-budget
                   end-if
           end-read.

       report-unused-budget.
           move 0 to act-hit-idx.
           perform varying act-idx from 1 by 1
                   until act-idx > act-count or act-hit-idx > 0
               if act-dept(act-idx) = bgm-dept-code
                       and act-period(act-idx) = bgm-period
                   move act-idx to act-hit-idx
               end-if
           end-perform.
           if act-hit-idx > 0 or bgm-amount-x is not numeric
               exit paragraph
           end-if.
           add 1 to lines-reported.
           move 0 to actual-disp.
           move bgm-amount to budget-disp.
           compute rpt-variance = 0 - bgm-amount.
           move rpt-variance to variance-disp.
           move spaces to pct-text.
           move spaces to tol-text.
           move spaces to bud-report-record.
           string bgm-dept-code " " bgm-period
                   " " actual-disp " " budget-disp
                   " " variance-disp " " pct-text
                   " " tol-text " NO ACTIVITY"
                   delimited by size into bud-report-record
           end-string.
           write bud-report-record.

       write-report-header.
           move spaces to bud-report-record.
           if bud-all-periods
               string "BUDGET VERSUS ACTUAL - RUN DATE " ws-run-date
                       " - ALL PERIODS"
                       delimited by size into bud-report-record
               end-string
           else
               string "BUDGET VERSUS ACTUAL - RUN DATE " ws-run-date
                       " - PERIOD " bud-period
                       delimited by size into bud-report-record
               end-string
           end-if.
           write bud-report-record.
           move spaces to bud-report-record.
           string "FILES READ: " files-read
                   " BATCHES COUNTED: " batches-counted
                   " BATCHES OUT OF BALANCE (NOT COUNTED): "
                   batches-skipped
                   delimited by size into bud-report-record
           end-string.
           write bud-report-record.
           if act-overflow = 'y'
               move spaces to bud-report-record
               string "WARNING: MORE THAN 2000 DEPARTMENT PERIODS - "
                       "LATER ONES NOT REPORTED"
                       delimited by size into bud-report-record
               end-string
               write bud-report-record
           end-if.

       write-column-header.
           move spaces to bud-report-record.
           string "DEPT PERIOD         ACTUAL         BUDGET"
                   "       VARIANCE     VAR %  TOL % FLAG"
                   delimited by size into bud-report-record
           end-string.
           write bud-report-record.

       write-report-summary.
           move spaces to bud-report-record.
           string "LINES REPORTED: " lines-reported
                   " OVER TOLERANCE: " over-tol-count
                   " NO BUDGET: " no-budget-count
                   " FLAGGED: " flagged-count
                   delimited by size into bud-report-record
           end-string.
           write bud-report-record.
