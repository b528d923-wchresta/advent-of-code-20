               file status is ws-ack-status.
           select ack-report-file assign to 'reports/day1ack-report'
               organization is line sequential.
           select optional ack-parms-file assign to 'ctl/day1ack-parms'
               organization is line sequential.
           select optional open-items-file assign to 'ctl/day1ack-open'
               organization is line sequential
               file status is ws-open-status.
           select optional resubmit-file
               assign to 'reports/day1ack-resubmit'
               organization is line sequential
               file status is ws-resub-status.
           select aging-report-file assign to 'reports/day1ack-aging'
               organization is line sequential.

       data division.
       file section.
       fd ack-report-file.
       01 ack-report-record pic x(200).

       fd ack-parms-file.
       01 ack-parms-record.
           05 akp-resub-days pic x(3).
           05 filler         pic x(1).
           05 akp-keep-days  pic x(3).

       fd open-items-file.
           copy day1opn.

       fd resubmit-file.
           copy day1glx replacing leading ==glx-== by ==rsb-==.

       fd aging-report-file.
       01 aging-report-record pic x(200).

       working-storage section.
       01 ws-extract-path   pic x(100)
           value 'reports/day1-gl-extract'.
       01 ws-extract-status pic x(2).
       01 ws-ack-status     pic x(2).
       01 ws-open-status    pic x(2).
       01 ws-resub-status   pic x(2).
      * return-code values handed back to the job scheduler:
      *   0  = every extract line acknowledged as posted
      *   4  = exceptions - unacknowledged or rejected extract lines,
      *        or ack trailer does not balance against the extract
      *   8  = extract file empty or unreadable, or the open-items
      *        ledger exceeds its table - ledger and resubmission
      *        file left unchanged
       01 rc-all-posted     pic 9(2) value 0.
       01 rc-exceptions     pic 9(2) value 4.
       01 rc-no-extract     pic 9(2) value 8.
       01 rc-ledger-full    pic 9(2) value 8.
       01 end-of-extract    pic x(1) value 'n'.
       01 end-of-acks       pic x(1) value 'n'.
       01 end-of-open-items pic x(1) value 'n'.
       01 end-of-resub      pic x(1) value 'n'.
       01 ws-run-date       pic 9(8).
      * age at which open lines are resubmitted, and how long cleared
      * lines are kept so a rerun of an old extract cannot reopen them
       01 ack-parms-class.
           05 resub-days pic 9(3) value 5.
           05 keep-days  pic 9(3) value 90.
       01 ledger-table.
           05 ldg-count pic 9(5) value 0.
           05 ldg-entry occurs 1 to 20000 times
                   depending on ldg-count indexed by ldg-idx.
               10 ldg-amount      pic s9(7)v99.
               10 ldg-mode        pic x(6).
               10 ldg-ts          pic 9(14).
               10 ldg-state       pic x(1).
                   88 ldg-unacked  value 'U'.
                   88 ldg-rejected value 'R'.
                   88 ldg-cleared  value 'C'.
               10 ldg-first-date  pic 9(8).
               10 ldg-state-date  pic 9(8).
               10 ldg-resub-count pic 9(3).
               10 ldg-resub-date  pic 9(8).
               10 ldg-in-run      pic x(1).
       01 ledger-class.
           05 ldg-scan-idx      pic 9(5).
           05 ldg-hit-idx       pic 9(5).
           05 ldg-hit           pic x(1).
           05 ldg-overflow      pic x(1) value 'n'.
           05 ldg-added-count   pic 9(6) value 0.
           05 ldg-cleared-count pic 9(6) value 0.
           05 ldg-late-count    pic 9(6) value 0.
           05 ldg-purged-count  pic 9(6) value 0.
           05 ldg-open-count    pic 9(6) value 0.
           05 ldg-age-days      pic 9(5).
           05 ldg-since-days    pic 9(5).
           05 run-date-int      pic 9(8).
       01 resubmit-class.
           05 resub-count       pic 9(6) value 0.
           05 resub-hash        pic s9(13)v99 value 0.
           05 prior-resub-count pic 9(6) value 0.
           05 prior-resub-hash  pic s9(13)v99 value 0.
           05 ack-expect-count  pic 9(6).
           05 ack-expect-hash   pic s9(13)v99.
      * days-outstanding buckets of the aging report
       01 age-bucket-values.
           05 filler pic x(18) value '00007 0-7 DAYS    '.
           05 filler pic x(18) value '00030 8-30 DAYS   '.
           05 filler pic x(18) value '00060 31-60 DAYS  '.
           05 filler pic x(18) value '00090 61-90 DAYS  '.
           05 filler pic x(18) value '99999 OVER 90 DAYS'.
       01 age-bucket-table redefines age-bucket-values.
           05 agb-def occurs 5 times.
               10 agb-limit pic 9(5).
               10 filler    pic x(1).
               10 agb-label pic x(12).
       01 age-bucket-totals.
           05 agb-tot occurs 5 times.
               10 agb-unacked-ct  pic 9(6).
               10 agb-rejected-ct pic 9(6).
               10 agb-amount      pic s9(13)v99.
       01 aging-class.
           05 agb-idx         pic 9(1).
           05 agb-hit-idx     pic 9(1).
           05 aging-total-amt pic s9(13)v99 value 0.
           05 state-label     pic x(14).
       01 extract-table.
           05 ext-count pic 9(4) value 0.
           05 ext-entry occurs 1 to 1000 times

       procedure division.
           move function current-date(1:8) to ws-run-date.
           compute run-date-int = function integer-of-date(ws-run-date).
           perform load-extract-source.
           perform load-ack-parms.
           perform load-open-items.
           perform load-prior-resubmit.

           open input gl-extract-file.
           if ws-extract-status not = "00"

           perform check-ack-trailer.
           perform report-extract-lines.
      * a ledger that did not fit the table is not written back -
      * the items past the table would be lost from it
           if ldg-overflow = 'n'
               perform write-resubmit-extract
           end-if.
           perform write-aging-report.
           if ldg-overflow = 'n'
               perform rewrite-open-items
           end-if.
           perform write-report-summary.
           close ack-report-file.

           display "day1ack: " posted-count " posted, "
               rejected-count " rejected, "
               unacked-count " unacknowledged, "
               orphan-count " unmatched ack(s), "
               ldg-open-count " open item(s), "
               resub-count " resubmitted".
           evaluate true
               when ldg-overflow = 'y'
                   display "day1ack: open-items ledger exceeds 20000 "
                       "items - ledger not updated"
                   move rc-ledger-full to return-code
               when exception-count > 0
                   move rc-exceptions to return-code
               when other
                   move rc-all-posted to return-code
           end-evaluate.
           stop run.

       load-extract-source.
           end-read.
           close extract-source-file.

       load-ack-parms.
           open input ack-parms-file.
           read ack-parms-file
               at end continue
               not at end
                   if akp-resub-days is numeric
                       move akp-resub-days to resub-days
                   end-if
                   if akp-keep-days is numeric
                       move akp-keep-days to keep-days
                   end-if
           end-read.
           close ack-parms-file.

      * the open-items ledger carries every extract line from one run
      * to the next until an OK acknowledgment clears it
       load-open-items.
           open input open-items-file.
           if ws-open-status = "00"
               perform read-open-item until end-of-open-items = 'y'
           end-if.
           close open-items-file.

       read-open-item.
           read open-items-file
               at end move 'y' to end-of-open-items
               not at end
                   if opi-ts is not numeric
                           or opi-amount is not numeric
                           or (not opi-unacked and not opi-rejected
                               and not opi-cleared)
                       continue
                   else
                       if ldg-count < 20000
                           add 1 to ldg-count
                           perform store-open-item
                       else
                           move 'y' to ldg-overflow
                       end-if
                   end-if
           end-read.

       store-open-item.
           move opi-amount to ldg-amount(ldg-count).
           move opi-mode to ldg-mode(ldg-count).
           move opi-ts to ldg-ts(ldg-count).
           move opi-state to ldg-state(ldg-count).
           if opi-first-date is numeric and opi-first-date > 0
               move opi-first-date to ldg-first-date(ldg-count)
           else
               move ws-run-date to ldg-first-date(ldg-count)
           end-if.
           if opi-state-date is numeric and opi-state-date > 0
               move opi-state-date to ldg-state-date(ldg-count)
           else
               move ws-run-date to ldg-state-date(ldg-count)
           end-if.
           if opi-resub-count is numeric
               move opi-resub-count to ldg-resub-count(ldg-count)
           else
               move 0 to ldg-resub-count(ldg-count)
           end-if.
           if opi-resub-date is numeric
               move opi-resub-date to ldg-resub-date(ldg-count)
           else
               move 0 to ldg-resub-date(ldg-count)
           end-if.
           move 'n' to ldg-in-run(ldg-count).

      * the GL may acknowledge the lines resubmitted last run in the
      * same file as the current extract - keep that file's totals
       load-prior-resubmit.
           open input resubmit-file.
           if ws-resub-status = "00"
               perform read-prior-resubmit until end-of-resub = 'y'
           end-if.
           close resubmit-file.

       read-prior-resubmit.
           read resubmit-file
               at end move 'y' to end-of-resub
               not at end
                   if rsb-rec-type = 'T'
                       move rsb-trl-count to prior-resub-count
                       move rsb-trl-hash to prior-resub-hash
                   end-if
           end-read.

       read-extract-line.
           read gl-extract-file
               at end move 'y' to end-of-extract
                   else
                       move 'y' to ext-overflow
                   end-if
                   perform post-extract-item
               when glx-rec-type = 'T'
                   move 'y' to ext-trl-seen
                   move glx-trl-count to ext-trl-count
                   continue
           end-evaluate.

      * a line already on the ledger from an earlier run of the same
      * extract is taken over as it stands, so a rerun cannot reopen
      * a cleared line or add a second copy of an open one
       post-extract-item.
           move 'n' to ldg-hit.
           perform varying ldg-scan-idx from 1 by 1
                   until ldg-scan-idx > ldg-count
                       or ldg-hit = 'y'
               if ldg-in-run(ldg-scan-idx) = 'n'
                       and ldg-amount(ldg-scan-idx) = glx-det-amount
                       and ldg-mode(ldg-scan-idx) = glx-det-mode
                       and ldg-ts(ldg-scan-idx) = glx-det-ts
                   move 'y' to ldg-hit
                   move 'y' to ldg-in-run(ldg-scan-idx)
               end-if
           end-perform.
           if ldg-hit = 'y'
               exit paragraph
           end-if.
           if ldg-count < 20000
               add 1 to ldg-count
               add 1 to ldg-added-count
               move glx-det-amount to ldg-amount(ldg-count)
               move glx-det-mode to ldg-mode(ldg-count)
               move glx-det-ts to ldg-ts(ldg-count)
               move 'U' to ldg-state(ldg-count)
               move ws-run-date to ldg-first-date(ldg-count)
               move ws-run-date to ldg-state-date(ldg-count)
               move 0 to ldg-resub-count(ldg-count)
               move 0 to ldg-resub-date(ldg-count)
               move 'y' to ldg-in-run(ldg-count)
           else
               move 'y' to ldg-overflow
           end-if.

       read-ack-line.
           read ack-file
               at end move 'y' to end-of-acks
               end-if
           end-perform.

           perform apply-ack-to-ledger.

           evaluate true
               when ack-hit-found = 'y' and ack-posted
                   move 'a' to ext-status(ack-hit-idx)
               when ack-hit-found = 'y'
                   move 'r' to ext-status(ack-hit-idx)
                   add 1 to rejected-count
               when ldg-hit = 'y'
                   add 1 to ldg-late-count
               when other
                   add 1 to orphan-count
                   add 1 to exception-count
                   write ack-report-record
           end-evaluate.

      * an ack settles the oldest open ledger line with the same
      * amount, mode and run stamp - from this extract or an earlier one
       apply-ack-to-ledger.
           move 'n' to ldg-hit.
           move 0 to ldg-hit-idx.
           if ack-det-amount is not numeric
                   or ack-det-ts-x is not numeric
               exit paragraph
           end-if.
           perform varying ldg-scan-idx from 1 by 1
                   until ldg-scan-idx > ldg-count
                       or ldg-hit = 'y'
               if not ldg-cleared(ldg-scan-idx)
                       and ldg-amount(ldg-scan-idx) = ack-det-amount
                       and ldg-mode(ldg-scan-idx) = ack-det-mode
                       and ldg-ts(ldg-scan-idx) = ack-det-ts
                   move 'y' to ldg-hit
                   move ldg-scan-idx to ldg-hit-idx
               end-if
           end-perform.
           if ldg-hit = 'n'
               exit paragraph
           end-if.
           if ack-posted
               move 'C' to ldg-state(ldg-hit-idx)
               add 1 to ldg-cleared-count
           else
               move 'R' to ldg-state(ldg-hit-idx)
           end-if.
           move ws-run-date to ldg-state-date(ldg-hit-idx).

       check-ack-trailer.
           if ack-trl-seen = 'n'
               if ack-seen-count > 0
               end-if
               exit paragraph
           end-if.
      * the ack may also cover the lines resubmitted on the last run
           compute ack-expect-count = ext-trl-count + prior-resub-count.
           compute ack-expect-hash = ext-trl-hash + prior-resub-hash.
           if (ack-trl-count-ws not = ext-trl-count
                   or ack-trl-hash-ws not = ext-trl-hash)
               and (ack-trl-count-ws not = ack-expect-count
                   or ack-trl-hash-ws not = ack-expect-hash)
               add 1 to exception-count
               move ack-trl-hash-ws to hash-disp-1
               move ext-trl-hash to hash-disp-2
               end-string
               write ack-report-record
           end-if.
           if ldg-overflow = 'y'
               add 1 to exception-count
               move spaces to ack-report-record
               string "EXCEPTION: OPEN-ITEMS LEDGER EXCEEDS 20000 "
                       "LINES - LEDGER NOT UPDATED, NOTHING RESUBMITTED"
                       delimited by size into ack-report-record
               end-string
               write ack-report-record
           end-if.

      * open lines old enough go back to the GL in the extract layout
      * with their original run stamp, so the ack still finds them
       write-resubmit-extract.
           open output resubmit-file.
           move spaces to rsb-record.
           move 'H' to rsb-rec-type.
           move ws-run-date to rsb-hdr-run-date.
           move 'DAY1RSUB' to rsb-hdr-system.
           write rsb-record.
           perform varying ldg-scan-idx from 1 by 1
                   until ldg-scan-idx > ldg-count
               perform resubmit-if-aged
           end-perform.
           move spaces to rsb-record.
           move 'T' to rsb-rec-type.
           move resub-count to rsb-trl-count.
           move resub-hash to rsb-trl-hash.
           write rsb-record.
           close resubmit-file.

       resubmit-if-aged.
           if ldg-cleared(ldg-scan-idx)
               exit paragraph
           end-if.
           compute ldg-age-days = run-date-int
               - function integer-of-date(ldg-first-date(ldg-scan-idx)).
           if ldg-age-days < resub-days
               exit paragraph
           end-if.
           if ldg-resub-date(ldg-scan-idx) > 0
               compute ldg-since-days = run-date-int
                   - function integer-of-date(
                       ldg-resub-date(ldg-scan-idx))
               if ldg-since-days < resub-days
                   exit paragraph
               end-if
           end-if.
           move spaces to rsb-record.
           move 'D' to rsb-rec-type.
           move ldg-amount(ldg-scan-idx) to rsb-det-amount.
           move ldg-mode(ldg-scan-idx) to rsb-det-mode.
           move ldg-ts(ldg-scan-idx) to rsb-det-ts.
           write rsb-record.
           add 1 to resub-count.
           add ldg-amount(ldg-scan-idx) to resub-hash.
           if ldg-resub-count(ldg-scan-idx) < 999
               add 1 to ldg-resub-count(ldg-scan-idx)
           end-if.
           move ws-run-date to ldg-resub-date(ldg-scan-idx).

       write-aging-report.
           initialize age-bucket-totals.
           open output aging-report-file.
           move spaces to aging-report-record.
           string "GL OPEN ITEMS AGING - RUN DATE " ws-run-date
                   delimited by size into aging-report-record
           end-string.
           write aging-report-record.
           perform varying ldg-scan-idx from 1 by 1
                   until ldg-scan-idx > ldg-count
               if not ldg-cleared(ldg-scan-idx)
                   perform age-open-item
               end-if
           end-perform.
           perform varying agb-idx from 1 by 1 until agb-idx > 5
               move agb-amount(agb-idx) to hash-disp-1
               move spaces to aging-report-record
               string "BUCKET: " agb-label(agb-idx)
                       " UNACKNOWLEDGED: " agb-unacked-ct(agb-idx)
                       " REJECTED: " agb-rejected-ct(agb-idx)
                       " AMOUNT: " hash-disp-1
                       delimited by size into aging-report-record
               end-string
               write aging-report-record
           end-perform.
           move aging-total-amt to hash-disp-1.
           move spaces to aging-report-record.
           string "TOTAL OPEN ITEMS: " ldg-open-count
                   " AMOUNT: " hash-disp-1
                   " RESUBMITTED THIS RUN: " resub-count
                   delimited by size into aging-report-record
           end-string.
           write aging-report-record.
           close aging-report-file.

       age-open-item.
           add 1 to ldg-open-count.
           compute ldg-age-days = run-date-int
               - function integer-of-date(ldg-first-date(ldg-scan-idx)).
           move 0 to agb-hit-idx.
           perform varying agb-idx from 1 by 1
                   until agb-idx > 5 or agb-hit-idx > 0
               if ldg-age-days <= agb-limit(agb-idx)
                   move agb-idx to agb-hit-idx
               end-if
           end-perform.
           if ldg-rejected(ldg-scan-idx)
               add 1 to agb-rejected-ct(agb-hit-idx)
               move 'REJECTED BY GL' to state-label
           else
               add 1 to agb-unacked-ct(agb-hit-idx)
               move 'UNACKNOWLEDGED' to state-label
           end-if.
           add ldg-amount(ldg-scan-idx) to agb-amount(agb-hit-idx).
           add ldg-amount(ldg-scan-idx) to aging-total-amt.
           move ldg-amount(ldg-scan-idx) to amount-disp.
           move spaces to aging-report-record.
           string "ITEM: " amount-disp " "
                   ldg-mode(ldg-scan-idx) " "
                   ldg-ts(ldg-scan-idx) " "
                   state-label
                   " FIRST SEEN " ldg-first-date(ldg-scan-idx)
                   " AGE " ldg-age-days " DAYS"
                   " RESUBMITTED " ldg-resub-count(ldg-scan-idx)
                   delimited by size into aging-report-record
           end-string.
           write aging-report-record.

      * cleared lines drop off once they are older than the keep days
       rewrite-open-items.
           open output open-items-file.
           perform varying ldg-scan-idx from 1 by 1
                   until ldg-scan-idx > ldg-count
               if ldg-cleared(ldg-scan-idx)
                       and run-date-int - function integer-of-date(
                           ldg-state-date(ldg-scan-idx)) > keep-days
                   add 1 to ldg-purged-count
               else
                   perform write-open-item
               end-if
           end-perform.
           close open-items-file.

       write-open-item.
           move spaces to open-item-record.
           move ldg-amount(ldg-scan-idx) to opi-amount.
           move ldg-mode(ldg-scan-idx) to opi-mode.
           move ldg-ts(ldg-scan-idx) to opi-ts.
           move ldg-state(ldg-scan-idx) to opi-state.
           move ldg-first-date(ldg-scan-idx) to opi-first-date.
           move ldg-state-date(ldg-scan-idx) to opi-state-date.
           move ldg-resub-count(ldg-scan-idx) to opi-resub-count.
           move ldg-resub-date(ldg-scan-idx) to opi-resub-date.
           write open-item-record.

       write-report-header.
           move spaces to ack-report-record.
           end-string.
           write ack-report-record.

           move spaces to ack-report-record.
           string "OPEN ITEMS: " ldg-open-count
                   " NEW: " ldg-added-count
                   " CLEARED: " ldg-cleared-count
                   " LATE ACKS: " ldg-late-count
                   " RESUBMITTED: " resub-count
                   " PURGED: " ldg-purged-count
                   delimited by size into ack-report-record
           end-string.
           write ack-report-record.

           move spaces to ack-report-record.
           if exception-count = 0
               move "RESULT: ALL EXTRACT LINES POSTED"
