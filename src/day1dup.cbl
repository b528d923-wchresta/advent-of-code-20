       identification division.
       program-id. day1dup.
       author. Wanja Chresta.
       date-written. 15-OCT-2026.

       environment division.
       input-output section.
       file-control.
           select optional parms-file assign to 'ctl/day1dup-parms'
               organization is line sequential.
           select optional posted-hist-file
               assign to 'ctl/day1-posted-hist'
               organization is line sequential
               file status is ws-hist-status.
           select optional dept-master-file
               assign to 'ctl/day1-dept-master'
               organization is indexed
               access mode is sequential
               record key is dmf-dept-code
               file status is ws-master-status.
           select trans-file assign to dynamic ws-trans-path
               organization is line sequential
               file status is ws-trans-status.
           select trans-work-file assign to 'inputs/day1dup-work'
               organization is line sequential.
           select optional dup-held-file
               assign to dynamic ws-dup-held-path
               organization is line sequential.
           select dup-report-file assign to 'reports/day1dup-report'
               organization is line sequential.
           select gen-in-file assign to dynamic gen-src-path
               organization is line sequential
               file status is ws-gen-status.
           select gen-out-file assign to dynamic gen-dst-path
               organization is line sequential.
           select optional genlog-file assign to 'ctl/day1-genlog'
               organization is line sequential.

       data division.
       file section.
       fd parms-file.
       01 parms-record.
           05 dpp-days   pic x(4).
           05 filler     pic x(1).
           05 dpp-action pic x(6).

       fd posted-hist-file.
           copy day1pst.

       fd dept-master-file.
           copy day1dpt.

       fd trans-file.
           copy day1rec.

       fd trans-work-file.
       01 trans-work-record pic x(31).

       fd dup-held-file.
       01 dup-held-record pic x(31).

       fd dup-report-file.
       01 dup-report-record pic x(200).

       fd gen-in-file.
       01 gen-in-record pic x(250).

       fd gen-out-file.
       01 gen-out-record pic x(250).

       fd genlog-file.
       01 genlog-record.
           05 gnl-path pic x(120).
           05 filler   pic x(1).
           05 gnl-date pic x(8).

       working-storage section.
       copy day1gen.
       01 ws-hist-status   pic x(2).
       01 ws-master-status pic x(2).
       01 ws-trans-status  pic x(2).
       01 ws-trans-path    pic x(100).
       01 ws-dup-held-path pic x(100).
      * return-code values handed back to the job scheduler:
      *   0  = no repeat of an earlier posting found
      *   4  = suspected repeat payments reported (held back if the
      *        action on ctl/day1dup-parms is HOLD)
      *   8  = no transmission file readable
      *   12 = posting history in the look-back window exceeds its
      *        table - the newest postings were not compared, so
      *        the check is incomplete
       01 rc-clean         pic 9(2) value 0.
       01 rc-suspects      pic 9(2) value 4.
       01 rc-no-input      pic 9(2) value 8.
       01 rc-hist-full     pic 9(2) value 12.
       01 end-of-hist      pic x(1) value 'n'.
       01 end-of-list      pic x(1) value 'n'.
       01 end-of-trans     pic x(1) value 'n'.
       01 end-of-work      pic x(1) value 'n'.
       01 ws-run-date      pic 9(8).
       01 ws-run-timestamp pic 9(14).
       01 dup-parms.
           05 dup-days     pic 9(4) value 90.
           05 dup-action   pic x(6) value 'REPORT'.
               88 dup-action-hold value 'HOLD'.
           05 dup-from-date pic 9(8).
       01 history-table.
           05 hst-count pic 9(5) value 0.
           05 hst-entry occurs 1 to 20000 times
                   depending on hst-count.
               10 hst-post-date pic x(8).
               10 hst-dept      pic x(4).
               10 hst-vendor    pic x(8).
               10 hst-amount    pic 9(7)v99.
               10 hst-dc        pic x(1).
               10 hst-run-ts    pic x(14).
               10 hst-source    pic x(30).
       01 history-class.
           05 hst-scan-idx  pic 9(5).
           05 hst-hit-idx   pic 9(5).
           05 hst-overflow  pic x(1) value 'n'.
           05 hst-read-ct   pic 9(7) value 0.
       01 checked-table.
           05 chk-count pic 9(3) value 0.
           05 chk-path  pic x(100) occurs 200 times.
       01 check-class.
           05 chk-scan-idx    pic 9(3).
           05 chk-seen        pic x(1).
           05 line-dc         pic x(1).
           05 line-amount     pic s9(7)v99.
           05 line-suspect    pic x(1).
           05 files-checked   pic 9(4) value 0.
           05 files-rewritten pic 9(4) value 0.
           05 tot-details     pic 9(7) value 0.
           05 tot-suspects    pic 9(6) value 0.
           05 tot-held        pic 9(6) value 0.
           05 file-details    pic 9(6).
           05 file-suspects   pic 9(6).
           05 bat-removed-ct  pic 9(6).
           05 bat-removed-hash pic s9(13)v99.
           05 trl-new-hash    pic s9(13)v99.
           05 dup-held-open   pic x(1) value 'n'.
           05 dup-held-count  pic 9(6) value 0.
           05 dup-held-hash   pic s9(13)v99 value 0.
           05 amount-disp     pic 9(7).99.
       01 dup-hdr-build.
           05 filler       pic x(1) value 'H'.
           05 dup-hdr-date pic 9(8).
           05 dup-hdr-dept pic x(4) value 'DUPS'.
       01 dup-trl-build.
           05 filler        pic x(1) value 'T'.
           05 dup-trl-count pic 9(6).
           05 dup-trl-hash  pic 9(13)v99.
           05 dup-trl-sign  pic x(1) value space.

       procedure division.
           move function current-date(1:8) to ws-run-date.
           move function current-date(1:14) to ws-run-timestamp.
           perform load-parms.
           compute dup-from-date = function date-of-integer(
               function integer-of-date(ws-run-date) - dup-days).
           move spaces to ws-dup-held-path.
           string 'held/day1dup-held-' ws-run-date
               delimited by size into ws-dup-held-path
           end-string.
           perform load-history.

           open output dup-report-file.
           perform write-report-header.
           move 'inputs/day1' to ws-trans-path.
           perform check-one-file.
           open input dept-master-file.
           if ws-master-status = "00" or ws-master-status = "05"
               perform read-dept-entry until end-of-list = 'y'
           end-if.
           close dept-master-file.
           if dup-held-open = 'y'
               perform close-dup-held-file
           end-if.
           perform write-report-summary.
           close dup-report-file.

           display "day1dup: " files-checked " file(s), "
               tot-details " detail(s), " tot-suspects
               " suspect(s), " tot-held " held back".
           evaluate true
               when files-checked = 0
                   move rc-no-input to return-code
               when hst-overflow = 'y'
                   move rc-hist-full to return-code
               when tot-suspects > 0
                   move rc-suspects to return-code
               when other
                   move rc-clean to return-code
           end-evaluate.
           stop run.

       load-parms.
           open input parms-file.
           read parms-file
               at end continue
               not at end
                   if dpp-days is numeric
                       move dpp-days to dup-days
                   end-if
                   if dpp-action not = spaces
                       move dpp-action to dup-action
                   end-if
           end-read.
           close parms-file.

      * only postings whose run falls inside the look-back window
      * are kept for the comparison
       load-history.
           open input posted-hist-file.
           if ws-hist-status = "00" or ws-hist-status = "05"
               perform read-history-line until end-of-hist = 'y'
           end-if.
           close posted-hist-file.

       read-history-line.
           read posted-hist-file
               at end move 'y' to end-of-hist
               not at end
                   add 1 to hst-read-ct
                   if pst-run-ts is numeric
                           and pst-run-date >= dup-from-date
                           and pst-amount-x is numeric
                       if hst-count < 20000
                           add 1 to hst-count
                           move pst-post-date
                               to hst-post-date(hst-count)
                           move pst-dept-code to hst-dept(hst-count)
                           move pst-vendor-id to hst-vendor(hst-count)
                           move pst-amount to hst-amount(hst-count)
                           move pst-dc-ind to hst-dc(hst-count)
                           move pst-run-ts to hst-run-ts(hst-count)
                           move pst-source to hst-source(hst-count)
                       else
                           move 'y' to hst-overflow
                       end-if
                   end-if
           end-read.

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
                       perform check-one-file
                   end-if
           end-read.

       check-one-file.
      * ACCT's department file is inputs/day1 itself - a path is
      * only checked once per run
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
               move spaces to dup-report-record
               string "FILE " function trim(ws-trans-path)
                       " NOT READABLE - SKIPPED"
                       delimited by size into dup-report-record
               end-string
               write dup-report-record
               exit paragraph
           end-if.
           add 1 to files-checked.
           move 0 to file-details.
           move 0 to file-suspects.
           move 0 to bat-removed-ct.
           move 0 to bat-removed-hash.
           move 'n' to end-of-trans.
           if dup-action-hold
               open output trans-work-file
           end-if.
           perform read-trans-line until end-of-trans = 'y'.
           close trans-file.
           if dup-action-hold
               close trans-work-file
               if file-suspects > 0
                   perform rewrite-transmission
               end-if
           end-if.
           perform write-file-line.

       read-trans-line.
           read trans-file
               at end move 'y' to end-of-trans
               not at end
                   evaluate true
                       when input-header
                           move 0 to bat-removed-ct
                           move 0 to bat-removed-hash
                           perform keep-trans-line
                       when input-trailer
                           perform adjust-trailer
                           perform keep-trans-line
                       when input-detail
                           perform check-detail
                       when other
                           perform keep-trans-line
                   end-evaluate
           end-read.

       check-detail.
           add 1 to file-details.
           add 1 to tot-details.
           move 'n' to line-suspect.
           if input-amount-x is numeric
               if input-credit
                   move 'C' to line-dc
                   compute line-amount = 0 - input-amount
               else
                   move 'D' to line-dc
                   move input-amount to line-amount
               end-if
               perform find-history-entry
           end-if.
           if line-suspect = 'y'
               perform report-suspect
           end-if.
           if line-suspect = 'y' and dup-action-hold
               perform hold-suspect
           else
               perform keep-trans-line
           end-if.

       find-history-entry.
           move 0 to hst-hit-idx.
           perform varying hst-scan-idx from 1 by 1
                   until hst-scan-idx > hst-count
                       or hst-hit-idx > 0
               if hst-vendor(hst-scan-idx) = input-vendor-id
                       and hst-amount(hst-scan-idx) = input-amount
                       and hst-dc(hst-scan-idx) = line-dc
                       and hst-post-date(hst-scan-idx)
                           = input-post-date
                       and hst-dept(hst-scan-idx) = input-dept-code
                   move hst-scan-idx to hst-hit-idx
                   move 'y' to line-suspect
               end-if
           end-perform.

       report-suspect.
           add 1 to file-suspects.
           add 1 to tot-suspects.
           move input-amount to amount-disp.
           move spaces to dup-report-record.
           if dup-action-hold
               string "SUSPECT: " function trim(ws-trans-path)
                       " " input-post-date " " input-dept-code
                       " " input-vendor-id " " amount-disp
                       " " line-dc
                       " POSTED " hst-run-ts(hst-hit-idx)
                       " FROM " function trim(hst-source(hst-hit-idx))
                       " - HELD BACK"
                       delimited by size into dup-report-record
               end-string
           else
               string "SUSPECT: " function trim(ws-trans-path)
                       " " input-post-date " " input-dept-code
                       " " input-vendor-id " " amount-disp
                       " " line-dc
                       " POSTED " hst-run-ts(hst-hit-idx)
                       " FROM " function trim(hst-source(hst-hit-idx))
                       delimited by size into dup-report-record
               end-string
           end-if.
           write dup-report-record.

      * a suspect taken out of its batch comes off the trailer too,
      * so the batch still balances when day1 / day1drv read it
       hold-suspect.
           add 1 to bat-removed-ct.
           add line-amount to bat-removed-hash.
           add 1 to tot-held.
           if dup-held-open = 'n'
               open extend dup-held-file
               move ws-run-date to dup-hdr-date
               write dup-held-record from dup-hdr-build
               move 'y' to dup-held-open
           end-if.
           write dup-held-record from input-record.
           add 1 to dup-held-count.
           add line-amount to dup-held-hash.

       adjust-trailer.
           if bat-removed-ct = 0
               exit paragraph
           end-if.
           if input-trl-count-x is numeric
                   and input-trl-count >= bat-removed-ct
               subtract bat-removed-ct from input-trl-count
           end-if.
           if input-trl-hash-x is numeric
               if input-trl-negative
                   compute trl-new-hash = 0 - input-trl-hash
               else
                   move input-trl-hash to trl-new-hash
               end-if
               subtract bat-removed-hash from trl-new-hash
               if trl-new-hash < 0
                   compute input-trl-hash = 0 - trl-new-hash
                   move '-' to input-trl-sign
               else
                   move trl-new-hash to input-trl-hash
                   move space to input-trl-sign
               end-if
           end-if.
           move 0 to bat-removed-ct.
           move 0 to bat-removed-hash.

       keep-trans-line.
           if dup-action-hold
               move input-record to trans-work-record
               write trans-work-record
           end-if.

       rewrite-transmission.
           move ws-run-timestamp to gen-ts-text.
           move ws-trans-path to gen-src-path.
           perform make-generation.
           open output trans-file.
           open input trans-work-file.
           move 'n' to end-of-work.
           perform copy-work-line until end-of-work = 'y'.
           close trans-work-file.
           close trans-file.
           add 1 to files-rewritten.

       copy-work-line.
           read trans-work-file
               at end move 'y' to end-of-work
               not at end
                   move trans-work-record to input-record
                   write input-record
           end-read.

       close-dup-held-file.
           move dup-held-count to dup-trl-count.
           if dup-held-hash < 0
               compute dup-trl-hash = 0 - dup-held-hash
               move '-' to dup-trl-sign
           else
               move dup-held-hash to dup-trl-hash
               move space to dup-trl-sign
           end-if.
           write dup-held-record from dup-trl-build.
           close dup-held-file.

       copy day1gfn.

       write-report-header.
           move spaces to dup-report-record.
           string "DUPLICATE PAYMENT CHECK - RUN DATE " ws-run-date
                   " LOOK-BACK " dup-days " DAYS ACTION "
                   dup-action
                   delimited by size into dup-report-record
           end-string.
           write dup-report-record.
           move spaces to dup-report-record.
           string "POSTED HISTORY LINES: " hst-read-ct
                   " IN WINDOW FROM " dup-from-date ": " hst-count
                   delimited by size into dup-report-record
           end-string.
           write dup-report-record.
           if hst-overflow = 'y'
               move spaces to dup-report-record
               string "WARNING: HISTORY WINDOW EXCEEDS 20000 LINES - "
                       "LATEST POSTINGS NOT CHECKED"
                       delimited by size into dup-report-record
               end-string
               write dup-report-record
           end-if.

       write-file-line.
           move spaces to dup-report-record.
           if dup-action-hold and file-suspects > 0
               string "FILE " function trim(ws-trans-path)
                       " DETAILS " file-details
                       " SUSPECTS " file-suspects
                       " - SUSPECTS REMOVED, ORIGINAL KEPT"
                       " AS GENERATION"
                       delimited by size into dup-report-record
               end-string
           else
               string "FILE " function trim(ws-trans-path)
                       " DETAILS " file-details
                       " SUSPECTS " file-suspects
                       delimited by size into dup-report-record
               end-string
           end-if.
           write dup-report-record.

       write-report-summary.
           move spaces to dup-report-record.
           string "FILES CHECKED: " files-checked
                   " DETAILS: " tot-details
                   " SUSPECTS: " tot-suspects
                   " HELD BACK: " tot-held
                   delimited by size into dup-report-record
           end-string.
           write dup-report-record.
           if tot-held > 0
               move spaces to dup-report-record
               string "HELD BACK TO " function trim(ws-dup-held-path)
                       delimited by size into dup-report-record
               end-string
               write dup-report-record
           end-if.
