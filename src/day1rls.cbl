       identification division.
       program-id. day1rls.
       author. Wanja Chresta.
       date-written. 15-OCT-2026.

       environment division.
       input-output section.
       file-control.
           select optional days-file assign to 'ctl/day1rls-days'
               organization is line sequential.
           select optional period-control-file
               assign to 'ctl/day1-periods'
               organization is line sequential
               file status is ws-period-status.
           select held-file assign to dynamic ws-held-path
               organization is line sequential
               file status is ws-held-status.
           select held-keep-file assign to 'held/day1rls-keep'
               organization is line sequential.
           select optional release-file
               assign to dynamic ws-release-path
               organization is line sequential.
           select release-report-file
               assign to 'reports/day1rls-report'
               organization is line sequential.
           select optional limit-file assign to 'ctl/day1-limits'
               organization is line sequential.
           select optional approval-file
               assign to 'ctl/day1-approvals'
               organization is line sequential.
           select approval-report-file
               assign to 'reports/day1rls-approvals'
               organization is line sequential.
           select optional posted-hist-file
               assign to 'ctl/day1-posted-hist'
               organization is line sequential.

       data division.
       file section.
       fd days-file.
       01 days-record.
           05 dys-value pic x(4).

       fd period-control-file.
           copy day1prd.

       fd held-file.
       01 held-record pic x(31).

       fd held-keep-file.
       01 held-keep-record pic x(31).

       fd release-file.
       01 release-record pic x(31).

       fd release-report-file.
       01 release-report-record pic x(200).

       fd limit-file.
           copy day1lmt.

       fd approval-file.
           copy day1apc.

       fd approval-report-file.
       01 approval-report-record pic x(200).

       fd posted-hist-file.
           copy day1pst.

       working-storage section.
       copy day1rec.
       copy day1val.
       copy day1ptb.
       copy day1atb.
       01 ws-period-status pic x(2).
       01 ws-held-status   pic x(2).
      * return-code values handed back to the job scheduler:
      *   0  = every held item released, or nothing held
      *   4  = items remain held - their period is closed or unknown
      *   8  = period calendar unreadable
       01 rc-all-released  pic 9(2) value 0.
       01 rc-still-held    pic 9(2) value 4.
       01 rc-no-calendar   pic 9(2) value 8.
       01 end-of-held      pic x(1) value 'n'.
       01 end-of-keep      pic x(1) value 'n'.
       01 ws-run-date      pic 9(8).
      * each holding-file family is released into the transmission
      * its own program reads on the next run
       01 held-set-values.
           05 filler pic x(20) value 'held/day1-held-'.
           05 filler pic x(30) value 'inputs/day1-release'.
           05 filler pic x(20) value 'held/day1drv-held-'.
           05 filler pic x(30) value 'inputs/day1drv-release'.
       01 held-set-table redefines held-set-values.
           05 hset-entry occurs 2 times.
               10 hset-prefix  pic x(20).
               10 hset-release pic x(30).
       01 scan-class.
           05 scan-days     pic 9(4) value 365.
           05 scan-from-int pic 9(8).
           05 scan-to-int   pic 9(8).
           05 scan-int      pic 9(8).
           05 scan-date     pic 9(8).
           05 scan-set      pic 9(1).
       01 release-class.
           05 ws-release-path pic x(100).
           05 release-open    pic x(1) value 'n'.
           05 release-it      pic x(1).
           05 file-hold-date  pic 9(8).
           05 file-rel-count  pic 9(6).
           05 file-rel-hash   pic s9(13)v99.
           05 file-kept-count pic 9(6).
           05 file-kept-hash  pic s9(13)v99.
           05 trl-work-count  pic 9(6).
           05 trl-work-hash   pic s9(13)v99.
           05 files-scanned   pic 9(4) value 0.
           05 files-emptied   pic 9(4) value 0.
           05 tot-rel-count   pic 9(6) value 0.
           05 tot-rel-hash    pic s9(13)v99 value 0.
           05 tot-held-count  pic 9(6) value 0.
           05 tot-held-hash   pic s9(13)v99 value 0.
           05 line-amount     pic s9(7)v99.
           05 delete-rc       pic s9(9) comp-5.
           05 file-status-out pic x(12).
       01 aging-table.
           05 age-count pic 9(4) value 0.
           05 age-entry occurs 1 to 2000 times
                   depending on age-count indexed by age-idx.
               10 age-dept       pic x(4).
               10 age-vendor     pic x(8).
               10 age-period     pic x(6).
               10 age-rel-count  pic 9(6).
               10 age-rel-hash   pic s9(13)v99.
               10 age-held-count pic 9(6).
               10 age-held-hash  pic s9(13)v99.
               10 age-oldest     pic 9(8).
       01 aging-class.
           05 age-scan-idx  pic 9(4).
           05 age-hit-idx   pic 9(4).
           05 age-overflow  pic x(1) value 'n'.
           05 age-days      pic 9(5).
           05 age-status-out pic x(7).
           05 brk-dept       pic x(4).
           05 brk-rel-count  pic 9(6).
           05 brk-rel-hash   pic s9(13)v99.
           05 brk-held-count pic 9(6).
           05 brk-held-hash  pic s9(13)v99.
           05 hash-disp-1    pic -9(13).99.
           05 hash-disp-2    pic -9(13).99.
       01 approval-report-class.
           05 aprv-wait-count    pic 9(6) value 0.
           05 aprv-release-count pic 9(6) value 0.
           05 apv-unmatched-count pic 9(4) value 0.
           05 aprv-wait-days     pic 9(5).
           05 aprv-amount-disp   pic 9(7).99.
           05 aprv-limit-disp    pic 9(7).99.

       procedure division.
           move function current-date(1:8) to ws-run-date.
           perform load-scan-days.
           move 'held/day1-held-' to ws-held-prefix.
           perform load-period-control.
           perform load-approval-limits.
           perform load-approval-cards.
           perform load-consumed-cards.
           compute scan-to-int = function integer-of-date(ws-run-date).
           compute scan-from-int = scan-to-int - scan-days.

           open output release-report-file.
           open output approval-report-file.
           perform write-report-header.
           perform write-approval-header.
           perform scan-held-set
               varying scan-set from 1 by 1 until scan-set > 2.
           perform write-aging-lines.
           perform write-report-summary.
           perform write-unmatched-cards.
           perform write-approval-summary.
           close release-report-file.
           close approval-report-file.

           display "day1rls: " files-scanned " holding file(s), "
               tot-rel-count " released, "
               tot-held-count " still held, "
               aprv-wait-count " awaiting approval".
           evaluate true
               when prd-loaded not = 'y'
                   move rc-no-calendar to return-code
               when tot-held-count > 0
                   move rc-still-held to return-code
               when other
                   move rc-all-released to return-code
           end-evaluate.
           stop run.

       load-scan-days.
           open input days-file.
           read days-file
               at end continue
               not at end
                   if dys-value is numeric
                       move function numval(dys-value) to scan-days
                   end-if
           end-read.
           close days-file.

       scan-held-set.
           move hset-prefix(scan-set) to ws-held-prefix.
           move spaces to ws-release-path.
           move hset-release(scan-set) to ws-release-path.
           perform scan-held-date
               varying scan-int from scan-from-int by 1
               until scan-int > scan-to-int.

       scan-held-date.
           move function date-of-integer(scan-int) to scan-date.
           move spaces to ws-held-path.
           string function trim(ws-held-prefix) scan-date
               delimited by size into ws-held-path
           end-string.
           open input held-file.
           if ws-held-status not = "00"
               exit paragraph
           end-if.
           add 1 to files-scanned.
           perform release-one-file.

       release-one-file.
           move scan-date to file-hold-date.
           move 0 to file-rel-count.
           move 0 to file-rel-hash.
           move 0 to file-kept-count.
           move 0 to file-kept-hash.
           move 'n' to end-of-held.
           open output held-keep-file.
           perform read-held-line until end-of-held = 'y'.
           close held-file.
           close held-keep-file.
      * the released lines are on the transmission before the holding
      * file loses them - a failure in between can only duplicate a
      * hold, never drop one
           if release-open = 'y'
               perform close-release-batch
           end-if.
           move 'UNCHANGED' to file-status-out.
           if file-rel-count > 0
               perform rewrite-holding-file
           end-if.
           perform write-file-line.

       read-held-line.
           read held-file
               at end move 'y' to end-of-held
               not at end
                   move held-record to input-record
                   evaluate true
                       when input-header
                           if input-hdr-date is numeric
                               move input-hdr-date to file-hold-date
                           end-if
                       when input-trailer
                           continue
                       when input-detail
                           perform decide-held-line
                       when other
                           if held-record not = spaces
                               move held-record to held-keep-record
                               write held-keep-record
                           end-if
                   end-evaluate
           end-read.

       decide-held-line.
      * the same post-date test day1 and day1drv apply on intake -
      * a line comes out only once its period is on the calendar
      * and open
           move 'n' to release-it.
           if prd-loaded = 'y'
               move 'y' to ws-valid
               move 'n' to ws-hold
               move spaces to ws-reject-reason
               perform check-post-date
               if ws-valid = 'y' and ws-hold = 'n'
                   move 'y' to release-it
               end-if
           end-if.
      * a line over its approval limit stays held, whatever its
      * period, until its approval card is on file
           move 'n' to ws-hold.
           move 'n' to apv-hit.
           if input-amount-x is numeric
               perform check-approval
           end-if.
           if ws-hold = 'y'
               move 'n' to release-it
               perform write-waiting-line
           else
               if release-it = 'y' and apv-hit = 'y'
                   perform write-approved-line
               end-if
           end-if.
           move 0 to line-amount.
           if input-amount-x is numeric
               if input-credit
                   compute line-amount = 0 - input-amount
               else
                   move input-amount to line-amount
               end-if
           end-if.
           perform find-aging-entry.
           if release-it = 'y'
               perform write-release-line
           else
               perform keep-held-line
           end-if.

       write-release-line.
           if release-open = 'n'
               open extend release-file
               move ws-run-date to hld-hdr-date
               move 'RLSE' to hld-hdr-dept
               write release-record from held-hdr-build
               move 'y' to release-open
           end-if.
           write release-record from held-record.
           add 1 to file-rel-count.
           add line-amount to file-rel-hash.
           add 1 to tot-rel-count.
           add line-amount to tot-rel-hash.
           if age-hit-idx > 0
               add 1 to age-rel-count(age-hit-idx)
               add line-amount to age-rel-hash(age-hit-idx)
           end-if.

       keep-held-line.
           move held-record to held-keep-record.
           write held-keep-record.
           add 1 to file-kept-count.
           add line-amount to file-kept-hash.
           add 1 to tot-held-count.
           add line-amount to tot-held-hash.
           if age-hit-idx > 0
               add 1 to age-held-count(age-hit-idx)
               add line-amount to age-held-hash(age-hit-idx)
               if age-oldest(age-hit-idx) = 0
                       or file-hold-date < age-oldest(age-hit-idx)
                   move file-hold-date to age-oldest(age-hit-idx)
               end-if
           end-if.

       close-release-batch.
           move file-rel-count to trl-work-count.
           move file-rel-hash to trl-work-hash.
           perform build-trailer.
           write release-record from held-trl-build.
           close release-file.
           move 'n' to release-open.

       rewrite-holding-file.
           if file-kept-count = 0
               call 'CBL_DELETE_FILE' using ws-held-path
                   returning delete-rc
               end-call
               if delete-rc = 0
                   add 1 to files-emptied
                   move 'REMOVED' to file-status-out
                   exit paragraph
               end-if
           end-if.
      * a holding file that cannot be removed is rewritten empty so
      * its released lines are not released a second time
           open output held-file.
           move file-hold-date to hld-hdr-date.
           move 'HELD' to hld-hdr-dept.
           write held-record from held-hdr-build.
           move 'n' to end-of-keep.
           open input held-keep-file.
           perform copy-keep-line until end-of-keep = 'y'.
           close held-keep-file.
           move file-kept-count to trl-work-count.
           move file-kept-hash to trl-work-hash.
           perform build-trailer.
           write held-record from held-trl-build.
           close held-file.
           move 'REWRITTEN' to file-status-out.

       copy-keep-line.
           read held-keep-file
               at end move 'y' to end-of-keep
               not at end
                   move held-keep-record to held-record
                   write held-record
           end-read.

       build-trailer.
           move trl-work-count to hld-trl-count.
           if trl-work-hash < 0
               compute hld-trl-hash = 0 - trl-work-hash
               move '-' to hld-trl-sign
           else
               move trl-work-hash to hld-trl-hash
               move space to hld-trl-sign
           end-if.

       find-aging-entry.
           move 0 to age-hit-idx.
           perform varying age-scan-idx from 1 by 1
                   until age-scan-idx > age-count
                       or age-hit-idx > 0
               if age-dept(age-scan-idx) = input-dept-code
                       and age-vendor(age-scan-idx) = input-vendor-id
                       and age-period(age-scan-idx)
                           = input-post-date(1:6)
                   move age-scan-idx to age-hit-idx
               end-if
           end-perform.
           if age-hit-idx = 0
               if age-count < 2000
                   add 1 to age-count
                   move input-dept-code to age-dept(age-count)
                   move input-vendor-id to age-vendor(age-count)
                   move input-post-date(1:6) to age-period(age-count)
                   move 0 to age-rel-count(age-count)
                   move 0 to age-rel-hash(age-count)
                   move 0 to age-held-count(age-count)
                   move 0 to age-held-hash(age-count)
                   move 0 to age-oldest(age-count)
                   move age-count to age-hit-idx
               else
                   move 'y' to age-overflow
               end-if
           end-if.

       copy day1pfn.

       copy day1afn.

       write-held-out.
           write held-record from hpw-rec.

       write-report-header.
           move spaces to release-report-record.
           string "HELD ITEMS RELEASE - RUN DATE " ws-run-date
                   " LOOK-BACK " scan-days " DAYS"
                   delimited by size into release-report-record
           end-string.
           write release-report-record.
           if prd-loaded not = 'y'
               move spaces to release-report-record
               move "PERIOD CALENDAR NOT AVAILABLE - NOTHING RELEASED"
                   to release-report-record
               write release-report-record
           end-if.

       write-file-line.
           move spaces to release-report-record.
           string "FILE " function trim(ws-held-path)
                   " RELEASED " file-rel-count
                   " STILL HELD " file-kept-count
                   " " function trim(file-status-out)
                   delimited by size into release-report-record
           end-string.
           write release-report-record.

       write-aging-lines.
           move spaces to release-report-record.
           move "AGING BY DEPARTMENT, VENDOR AND ORIGINAL POST PERIOD"
               to release-report-record.
           write release-report-record.
           if files-scanned = 0
               move spaces to release-report-record
               move "NO HOLDING FILES" to release-report-record
               write release-report-record
           end-if.
           if age-count > 1
               sort age-entry ascending age-dept age-vendor age-period
           end-if.
           move spaces to brk-dept.
           perform write-aging-line
               varying age-scan-idx from 1 by 1
               until age-scan-idx > age-count.
           if age-count > 0
               perform write-dept-subtotal
           end-if.
           if age-overflow = 'y'
               move spaces to release-report-record
               move "WARNING: AGING TABLE FULL - BREAKDOWN INCOMPLETE"
                   to release-report-record
               write release-report-record
           end-if.

       write-aging-line.
           if age-dept(age-scan-idx) not = brk-dept
               if brk-dept not = spaces
                   perform write-dept-subtotal
               end-if
               move age-dept(age-scan-idx) to brk-dept
               move 0 to brk-rel-count
               move 0 to brk-rel-hash
               move 0 to brk-held-count
               move 0 to brk-held-hash
           end-if.
           add age-rel-count(age-scan-idx) to brk-rel-count.
           add age-rel-hash(age-scan-idx) to brk-rel-hash.
           add age-held-count(age-scan-idx) to brk-held-count.
           add age-held-hash(age-scan-idx) to brk-held-hash.

           move age-period(age-scan-idx) to prd-lookup-period.
           perform period-lookup.
           evaluate true
               when prd-hit = 'n'
                   move 'UNKNOWN' to age-status-out
               when prd-entry-open(prd-hit-idx)
                   move 'OPEN' to age-status-out
               when other
                   move 'CLOSED' to age-status-out
           end-evaluate.
           move 0 to age-days.
           if age-held-count(age-scan-idx) > 0
                   and age-oldest(age-scan-idx) > 0
               compute age-days = scan-to-int
                   - function integer-of-date(age-oldest(age-scan-idx))
           end-if.
           move age-rel-hash(age-scan-idx) to hash-disp-1.
           move age-held-hash(age-scan-idx) to hash-disp-2.
           move spaces to release-report-record.
           string "  " age-dept(age-scan-idx)
                   " " age-vendor(age-scan-idx)
                   " " age-period(age-scan-idx)
                   " " age-status-out
                   " RELEASED " age-rel-count(age-scan-idx)
                   " " hash-disp-1
                   " HELD " age-held-count(age-scan-idx)
                   " " hash-disp-2
                   " OLDEST " age-oldest(age-scan-idx)
                   " AGE " age-days " DAYS"
                   delimited by size into release-report-record
           end-string.
           write release-report-record.

       write-dept-subtotal.
           move brk-rel-hash to hash-disp-1.
           move brk-held-hash to hash-disp-2.
           move spaces to release-report-record.
           string "  DEPT " brk-dept " TOTAL"
                   " RELEASED " brk-rel-count " " hash-disp-1
                   " HELD " brk-held-count " " hash-disp-2
                   delimited by size into release-report-record
           end-string.
           write release-report-record.

       write-approval-header.
           move spaces to approval-report-record.
           if lmt-default-set = 'y'
               move lmt-default to aprv-limit-disp
               string "PENDING APPROVALS - RUN DATE " ws-run-date
                       " DEFAULT LIMIT " aprv-limit-disp
                       " DEPARTMENT LIMITS " lmt-count
                       delimited by size into approval-report-record
               end-string
           else
               string "PENDING APPROVALS - RUN DATE " ws-run-date
                       " NO DEFAULT LIMIT"
                       " DEPARTMENT LIMITS " lmt-count
                       delimited by size into approval-report-record
               end-string
           end-if.
           write approval-report-record.

       write-waiting-line.
           add 1 to aprv-wait-count.
           compute aprv-wait-days = scan-to-int
               - function integer-of-date(file-hold-date).
           move input-amount to aprv-amount-disp.
           move lmt-limit to aprv-limit-disp.
           move spaces to approval-report-record.
           string "WAITING: " input-dept-code " " input-vendor-id
                   " " input-post-date " " aprv-amount-disp
                   " " input-dc-ind
                   " LIMIT " aprv-limit-disp
                   " HELD " file-hold-date
                   " WAITED " aprv-wait-days " DAYS"
                   delimited by size into approval-report-record
           end-string.
           write approval-report-record.

       write-approved-line.
           add 1 to aprv-release-count.
           move input-amount to aprv-amount-disp.
           move spaces to approval-report-record.
           string "APPROVED: " input-dept-code " " input-vendor-id
                   " " input-post-date " " aprv-amount-disp
                   " " input-dc-ind
                   " BY " apv-approver(apv-hit-idx)
                   " ON " apv-appr-date(apv-hit-idx)
                   " - RELEASED"
                   delimited by size into approval-report-record
           end-string.
           write approval-report-record.

      * a card that matched no held line may be an approval given
      * ahead of the transmission - day1 and day1drv accept the line
      * on intake when it arrives; a card already used up by a
      * posting is not listed
       write-unmatched-cards.
           perform varying apv-scan-idx from 1 by 1
                   until apv-scan-idx > apv-count
               if apv-used(apv-scan-idx) = 0
                   add 1 to apv-unmatched-count
                   move apv-amount(apv-scan-idx) to aprv-amount-disp
                   move spaces to approval-report-record
                   string "UNMATCHED CARD: " apv-dept(apv-scan-idx)
                           " " apv-vendor(apv-scan-idx)
                           " " apv-date(apv-scan-idx)
                           " " aprv-amount-disp
                           " BY " apv-approver(apv-scan-idx)
                           " ON " apv-appr-date(apv-scan-idx)
                           delimited by size
                           into approval-report-record
                   end-string
                   write approval-report-record
               end-if
           end-perform.

       write-approval-summary.
           move spaces to approval-report-record.
           string "TOTAL WAITING: " aprv-wait-count
                   " APPROVED AND RELEASED: " aprv-release-count
                   " UNMATCHED CARDS: " apv-unmatched-count
                   " ALREADY USED: " apv-consumed-count
                   " INVALID CARDS: " apv-bad-count
                   delimited by size into approval-report-record
           end-string.
           write approval-report-record.
           if apv-overflow = 'y'
               move spaces to approval-report-record
               string "WARNING: MORE THAN 1000 APPROVAL CARDS - "
                       "EXCESS IGNORED"
                       delimited by size into approval-report-record
               end-string
               write approval-report-record
           end-if.

       write-report-summary.
           move tot-rel-hash to hash-disp-1.
           move tot-held-hash to hash-disp-2.
           move spaces to release-report-record.
           string "HOLDING FILES: " files-scanned
                   " REMOVED: " files-emptied
                   " RELEASED: " tot-rel-count " " hash-disp-1
                   " STILL HELD: " tot-held-count " " hash-disp-2
                   delimited by size into release-report-record
           end-string.
           write release-report-record.
