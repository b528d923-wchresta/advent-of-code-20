       identification division.
       program-id. day1cls.
       author. Wanja Chresta.
       date-written. 15-OCT-2026.

       environment division.
       input-output section.
       file-control.
           select optional close-card-file
               assign to 'ctl/day1cls-card'
               organization is line sequential.
           select optional period-control-file
               assign to 'ctl/day1-periods'
               organization is line sequential
               file status is ws-period-status.
           select optional reject-in-file
               assign to 'reports/day1-reject'
               organization is line sequential
               file status is ws-reject-status.
           select optional correction-file
               assign to 'ctl/day1-corrections'
               organization is line sequential.
           select optional open-items-file
               assign to 'ctl/day1ack-open'
               organization is line sequential
               file status is ws-ack-status.
           select optional days-file assign to 'ctl/day1rls-days'
               organization is line sequential.
           select held-file assign to dynamic ws-held-path
               organization is line sequential
               file status is ws-held-status.
           select cert-file assign to 'reports/day1cls-cert'
               organization is line sequential.
           select optional close-audit-file
               assign to 'audit/day1cls-audit'
               organization is line sequential
               file status is ws-audit-status.

       data division.
       file section.
       fd close-card-file.
       01 close-card-record.
           05 clc-period      pic x(6).
           05 clc-period-n    redefines clc-period.
               10 clc-year    pic 9(4).
               10 clc-month   pic 9(2).
           05 filler          pic x(1).
           05 clc-user        pic x(8).

       fd period-control-file.
           copy day1prd.

       fd reject-in-file.
           copy day1rej.

       fd correction-file.
       01 correction-record.
           05 cor-post-date    pic x(8).
           05 filler           pic x(1).
           05 cor-dept-code    pic x(4).
           05 filler           pic x(1).
           05 cor-vendor-id    pic x(8).
           05 filler           pic x(1).
           05 cor-orig-text    pic x(9).
           05 filler           pic x(1).
           05 cor-new-amount-x pic x(9).
           05 filler           pic x(1).
           05 cor-dc-ind       pic x(1).
           05 filler           pic x(1).
           05 cor-new-date     pic x(8).

       fd open-items-file.
           copy day1opn.

       fd days-file.
       01 days-record.
           05 dys-value pic x(4).

       fd held-file.
           copy day1rec.

       fd cert-file.
       01 cert-record pic x(200).

       fd close-audit-file.
       01 close-audit-record pic x(300).

       working-storage section.
       01 ws-period-status pic x(2).
       01 ws-reject-status pic x(2).
       01 ws-ack-status    pic x(2).
       01 ws-held-status   pic x(2).
       01 ws-audit-status  pic x(2).
       01 ws-held-path     pic x(100).
      * return-code values handed back to the job scheduler:
      *   0  = period closed
      *   4  = close refused - open items remain for the period
      *   8  = close card invalid, period not open on the calendar
      *        or calendar unreadable
      *   12 = close refused - calendar full, the next period
      *        cannot be opened
       01 rc-period-closed pic 9(2) value 0.
       01 rc-close-refused pic 9(2) value 4.
       01 rc-bad-card      pic 9(2) value 8.
       01 rc-calendar-full pic 9(2) value 12.
       01 end-of-periods   pic x(1) value 'n'.
       01 end-of-rejects   pic x(1) value 'n'.
       01 end-of-cards     pic x(1) value 'n'.
       01 end-of-acks      pic x(1) value 'n'.
       01 end-of-held      pic x(1) value 'n'.
       01 ws-run-date      pic 9(8).
       01 ws-run-timestamp pic 9(14).
       01 close-class.
           05 cls-period      pic x(6).
           05 cls-user        pic x(8).
           05 cls-next-period pic x(6).
           05 cls-next-year   pic 9(4).
           05 cls-next-month  pic 9(2).
           05 cls-card-ok     pic x(1) value 'n'.
           05 cls-card-reason pic x(50).
           05 cls-next-added  pic x(1) value 'n'.
           05 cls-result      pic x(8).
           05 cls-next-idx    pic 9(4).
       copy day1chn.
       01 calendar-table.
           05 cal-count pic 9(4) value 0.
           05 cal-overflow pic x(1) value 'n'.
           05 cal-entry occurs 1 to 120 times
                   depending on cal-count indexed by cal-idx.
               10 cal-period pic x(6).
               10 cal-status pic x(1).
       01 calendar-class.
           05 cal-scan-idx pic 9(4).
           05 cal-hit-idx  pic 9(4).
       01 correction-table.
           05 cor-count pic 9(4) value 0.
           05 cor-entry occurs 1 to 1000 times
                   depending on cor-count indexed by cor-idx.
               10 cte-date     pic x(8).
               10 cte-dept     pic x(4).
               10 cte-vendor   pic x(8).
               10 cte-orig     pic x(9).
               10 cte-new-date pic x(8).
               10 cte-valid    pic x(1).
       01 check-class.
           05 cor-scan-idx     pic 9(4).
           05 cor-cleared      pic x(1).
           05 reject-open-ct   pic 9(6) value 0.
           05 ack-open-ct      pic 9(6) value 0.
           05 ack-ledger-seen  pic x(1) value 'n'.
           05 held-open-ct     pic 9(6) value 0.
           05 held-files-ct    pic 9(4) value 0.
           05 open-item-ct     pic 9(6) value 0.
           05 ack-line-kind    pic x(20).
           05 ack-amount-disp  pic -9(7).99.
       01 scan-class.
           05 scan-days     pic 9(4) value 365.
           05 scan-from-int pic 9(8).
           05 scan-to-int   pic 9(8).
           05 scan-int      pic 9(8).
           05 scan-date     pic 9(8).
           05 scan-set      pic 9(1).
      * the holding-file families that keep items back from
      * posting: closed-period and approval holds, and the suspected
      * repeat payments day1dup sets aside
       01 held-set-values.
           05 filler pic x(20) value 'held/day1-held-'.
           05 filler pic x(20) value 'held/day1drv-held-'.
           05 filler pic x(20) value 'held/day1dup-held-'.
       01 held-set-table redefines held-set-values.
           05 hset-prefix pic x(20) occurs 3 times.

       procedure division.
           move function current-date(1:8) to ws-run-date.
           move function current-date(1:14) to ws-run-timestamp.
           open output cert-file.
           perform load-close-card.
           if cls-card-ok = 'y'
               perform load-calendar
           end-if.
           if cls-card-ok not = 'y'
               display "day1cls: " function trim(cls-card-reason)
               perform write-cert-header
               move spaces to cert-record
               string "RESULT: CLOSE NOT ATTEMPTED - "
                       function trim(cls-card-reason)
                       delimited by size into cert-record
               end-string
               write cert-record
               close cert-file
               move rc-bad-card to return-code
               stop run
           end-if.

           perform write-cert-header.
           perform check-open-rejects.
           perform check-gl-acknowledgment.
           perform check-held-items.
           compute open-item-ct = reject-open-ct + ack-open-ct
               + held-open-ct.
           if ack-ledger-seen not = 'y'
               add 1 to open-item-ct
           end-if.

      * a period is only closed when the next one can be opened -
      * with the calendar full the calendar is left as it is
           perform find-next-period.
           evaluate true
               when open-item-ct > 0
                   move 'REFUSED' to cls-result
               when cls-next-idx = 0 and cal-count not < 120
                   move 'CAL FULL' to cls-result
               when other
                   perform close-period
                   move 'CLOSED' to cls-result
           end-evaluate.
           perform write-cert-result.
           close cert-file.
           perform write-audit-line.

           evaluate cls-result
               when 'CLOSED'
                   display "day1cls: period " cls-period " closed"
                   move rc-period-closed to return-code
               when 'CAL FULL'
                   display "day1cls: period " cls-period
                       " not closed - calendar full, period "
                       cls-next-period " cannot be opened"
                   move rc-calendar-full to return-code
               when other
                   display "day1cls: period " cls-period
                       " not closed - " open-item-ct " open item(s)"
                   move rc-close-refused to return-code
           end-evaluate.
           stop run.

       load-close-card.
           move spaces to cls-period.
           move spaces to cls-user.
           move "NO CLOSE CARD" to cls-card-reason.
           open input close-card-file.
           perform read-close-card until end-of-cards = 'y'.
           close close-card-file.

       read-close-card.
           read close-card-file
               at end move 'y' to end-of-cards
               not at end
                   if close-card-record = spaces
                       continue
                   else
                       move 'y' to end-of-cards
                       perform validate-close-card
                   end-if
           end-read.

       validate-close-card.
           move clc-period to cls-period.
           move clc-user to cls-user.
           evaluate true
               when clc-period is not numeric
                   move "CLOSE CARD PERIOD NOT NUMERIC"
                       to cls-card-reason
               when clc-month < 1 or clc-month > 12
                   move "CLOSE CARD MONTH INVALID" to cls-card-reason
               when clc-user = spaces
                   move "CLOSE CARD CARRIES NO USER" to cls-card-reason
               when other
                   move 'y' to cls-card-ok
                   move spaces to cls-card-reason
           end-evaluate.
           if cls-card-ok = 'y'
               if clc-month = 12
                   compute cls-next-year = clc-year + 1
                   move 1 to cls-next-month
               else
                   move clc-year to cls-next-year
                   compute cls-next-month = clc-month + 1
               end-if
               move cls-next-year to cls-next-period(1:4)
               move cls-next-month to cls-next-period(5:2)
           end-if.

       load-calendar.
           open input period-control-file.
           if ws-period-status not = "00"
                   and ws-period-status not = "05"
               move 'n' to cls-card-ok
               move "PERIOD CALENDAR UNREADABLE" to cls-card-reason
               exit paragraph
           end-if.
           perform read-calendar-record until end-of-periods = 'y'.
           close period-control-file.
           move 0 to cal-hit-idx.
           perform varying cal-scan-idx from 1 by 1
                   until cal-scan-idx > cal-count
               if cal-period(cal-scan-idx) = cls-period
                   move cal-scan-idx to cal-hit-idx
               end-if
           end-perform.
           evaluate true
               when cal-overflow = 'y'
                   move 'n' to cls-card-ok
                   move "PERIOD CALENDAR EXCEEDS 120 PERIODS"
                       to cls-card-reason
               when cal-hit-idx = 0
                   move 'n' to cls-card-ok
                   move "PERIOD NOT ON CALENDAR" to cls-card-reason
               when cal-status(cal-hit-idx) = 'C'
                   move 'n' to cls-card-ok
                   move "PERIOD ALREADY CLOSED" to cls-card-reason
               when other
                   continue
           end-evaluate.

       read-calendar-record.
           read period-control-file
               at end move 'y' to end-of-periods
               not at end
                   if period-control-record = spaces
                       continue
                   else
                       if cal-count < 120
                           add 1 to cal-count
                           move pcf-period to cal-period(cal-count)
                           move pcf-status to cal-status(cal-count)
                       else
                           move 'y' to cal-overflow
                       end-if
                   end-if
           end-read.

      * a reject of the period is cleared once ctl/day1-corrections
      * holds a usable correction for it - the same rule day1fix
      * applies when it builds the supplemental input
       check-open-rejects.
           move 'n' to end-of-cards.
           open input correction-file.
           perform read-correction-card until end-of-cards = 'y'.
           close correction-file.
           open input reject-in-file.
           if ws-reject-status = "00" or ws-reject-status = "05"
               perform read-reject-line until end-of-rejects = 'y'
           end-if.
           close reject-in-file.
           move spaces to cert-record.
           string "CHECK UNRESOLVED REJECTS (reports/day1-reject): "
                   reject-open-ct
                   delimited by size into cert-record
           end-string.
           write cert-record.

       read-correction-card.
           read correction-file
               at end move 'y' to end-of-cards
               not at end
                   if correction-record = spaces
                       continue
                   else
                       if cor-count < 1000
                           add 1 to cor-count
                           move cor-post-date to cte-date(cor-count)
                           move cor-dept-code to cte-dept(cor-count)
                           move cor-vendor-id to cte-vendor(cor-count)
                           move cor-orig-text to cte-orig(cor-count)
                           move cor-new-date
                               to cte-new-date(cor-count)
                           if cor-new-amount-x is numeric
                               move 'y' to cte-valid(cor-count)
                           else
                               move 'n' to cte-valid(cor-count)
                           end-if
                       end-if
                   end-if
           end-read.

       read-reject-line.
           read reject-in-file
               at end move 'y' to end-of-rejects
               not at end
                   if reject-record = spaces
                       continue
                   else
      * a reject whose post date names no period cannot be placed in
      * any month, so it holds every close until it is corrected
                       if rej-post-date(1:6) = cls-period
                               or rej-post-date(1:6) is not numeric
                           perform match-reject
                       end-if
                   end-if
           end-read.

       match-reject.
           move 'n' to cor-cleared.
           perform varying cor-scan-idx from 1 by 1
                   until cor-scan-idx > cor-count
                       or cor-cleared = 'y'
               if cte-date(cor-scan-idx) = rej-post-date
                       and cte-dept(cor-scan-idx) = rej-dept-code
                       and cte-vendor(cor-scan-idx) = rej-vendor-id
                       and cte-orig(cor-scan-idx) = rej-amount-text
                       and cte-valid(cor-scan-idx) = 'y'
                   if rej-reason not = 'INVALID POST DATE'
                           or cte-new-date(cor-scan-idx) is numeric
                       move 'y' to cor-cleared
                   end-if
               end-if
           end-perform.
           if cor-cleared = 'n'
               add 1 to reject-open-ct
               move spaces to cert-record
               string "  UNRESOLVED REJECT: " rej-post-date " "
                       rej-dept-code " " rej-vendor-id " '"
                       rej-amount-text "' REASON: " rej-reason
                       delimited by size into cert-record
               end-string
               write cert-record
           end-if.

      * extract lines of a run stamped in or before the period must
      * have reached the ledger - day1ack's open-items file holds
      * every line not yet acknowledged as posted, from any run
       check-gl-acknowledgment.
           open input open-items-file.
           if ws-ack-status = "00"
               move 'y' to ack-ledger-seen
               perform read-ack-line until end-of-acks = 'y'
           end-if.
           close open-items-file.
           move spaces to cert-record.
           if ack-ledger-seen = 'y'
               string "CHECK GL LINES NOT POSTED "
                       "(ctl/day1ack-open): " ack-open-ct
                       delimited by size into cert-record
               end-string
           else
               string "CHECK GL LINES NOT POSTED: "
                       "NO GL OPEN-ITEMS LEDGER - CANNOT CONFIRM"
                       delimited by size into cert-record
               end-string
           end-if.
           write cert-record.

       read-ack-line.
           read open-items-file
               at end move 'y' to end-of-acks
               not at end
                   move spaces to ack-line-kind
                   evaluate true
                       when opi-unacked
                           move "NEVER ACKNOWLEDGED" to ack-line-kind
                       when opi-rejected
                           move "REJECTED BY GL" to ack-line-kind
                       when other
                           continue
                   end-evaluate
                   if ack-line-kind not = spaces
                       if opi-ts(1:6) <= cls-period
                               or opi-ts is not numeric
                           add 1 to ack-open-ct
                           move opi-amount to ack-amount-disp
                           move spaces to cert-record
                           string "  " ack-line-kind " "
                                   ack-amount-disp " " opi-mode " "
                                   opi-ts
                                   delimited by size into cert-record
                           end-string
                           write cert-record
                       end-if
                   end-if
           end-read.

       check-held-items.
           open input days-file.
           read days-file
               at end continue
               not at end
                   if dys-value is numeric
                       move function numval(dys-value) to scan-days
                   end-if
           end-read.
           close days-file.
           compute scan-to-int = function integer-of-date(ws-run-date).
           compute scan-from-int = scan-to-int - scan-days.
           perform scan-held-set
               varying scan-set from 1 by 1 until scan-set > 3.
           move spaces to cert-record.
           string "CHECK HELD ITEMS FOR PERIOD: " held-open-ct
                   " IN " held-files-ct " HOLDING FILE(S)"
                   delimited by size into cert-record
           end-string.
           write cert-record.

       scan-held-set.
           perform scan-held-date
               varying scan-int from scan-from-int by 1
               until scan-int > scan-to-int.

       scan-held-date.
           move function date-of-integer(scan-int) to scan-date.
           move spaces to ws-held-path.
           string function trim(hset-prefix(scan-set)) scan-date
               delimited by size into ws-held-path
           end-string.
           open input held-file.
           if ws-held-status not = "00"
               exit paragraph
           end-if.
           add 1 to held-files-ct.
           move 'n' to end-of-held.
           perform read-held-line until end-of-held = 'y'.
           close held-file.

       read-held-line.
           read held-file
               at end move 'y' to end-of-held
               not at end
                   if input-detail
                           and input-post-date(1:6) = cls-period
                       add 1 to held-open-ct
                       move spaces to cert-record
                       string "  HELD ITEM: " input-post-date " "
                               input-dept-code " " input-vendor-id
                               " " input-amount-x " " input-dc-ind
                               " IN " function trim(ws-held-path)
                               delimited by size into cert-record
                       end-string
                       write cert-record
                   end-if
           end-read.

       find-next-period.
           move 0 to cls-next-idx.
           perform varying cal-scan-idx from 1 by 1
                   until cal-scan-idx > cal-count
               if cal-period(cal-scan-idx) = cls-next-period
                   move cal-scan-idx to cls-next-idx
               end-if
           end-perform.

       close-period.
           move 'C' to cal-status(cal-hit-idx).
           if cls-next-idx = 0
               add 1 to cal-count
               move cls-next-period to cal-period(cal-count)
               move 'O' to cal-status(cal-count)
               move 'y' to cls-next-added
           end-if.
           if cal-count > 1
               sort cal-entry ascending cal-period
           end-if.
           open output period-control-file.
           perform varying cal-scan-idx from 1 by 1
                   until cal-scan-idx > cal-count
               move spaces to period-control-record
               move cal-period(cal-scan-idx) to pcf-period
               move cal-status(cal-scan-idx) to pcf-status
               write period-control-record
           end-perform.
           close period-control-file.

       write-cert-header.
           move spaces to cert-record.
           string "PERIOD CLOSE CERTIFICATE - PERIOD " cls-period
                   " RUN DATE " ws-run-date
                   delimited by size into cert-record
           end-string.
           write cert-record.
           move spaces to cert-record.
           string "REQUESTED BY: " cls-user
                   " AT " ws-run-timestamp
                   delimited by size into cert-record
           end-string.
           write cert-record.

       write-cert-result.
           move spaces to cert-record.
           evaluate true
               when cls-result = 'CAL FULL'
                   string "RESULT: CLOSE REFUSED - CALENDAR FULL (120 "
                           "PERIODS), PERIOD " cls-next-period
                           " CANNOT BE OPENED"
                           delimited by size into cert-record
                   end-string
               when cls-result not = 'CLOSED'
                   string "RESULT: CLOSE REFUSED - " open-item-ct
                           " OPEN ITEM(S) FOR PERIOD " cls-period
                           delimited by size into cert-record
                   end-string
               when cls-next-added = 'y'
                   string "RESULT: PERIOD " cls-period " CLOSED - "
                           "PERIOD " cls-next-period " OPENED"
                           delimited by size into cert-record
                   end-string
               when other
                   string "RESULT: PERIOD " cls-period " CLOSED - "
                           "PERIOD " cls-next-period
                           " ALREADY ON CALENDAR"
                           delimited by size into cert-record
                   end-string
           end-evaluate.
           write cert-record.

       write-audit-line.
           perform load-audit-chain.
           open extend close-audit-file.
           move spaces to close-audit-record.
           string "TS: " ws-run-timestamp
                   " USER: " cls-user
                   " ACTION: CLOSE PERIOD: " cls-period
                   " RESULT: " function trim(cls-result)
                   " OPEN ITEMS: " open-item-ct
                   delimited by size into close-audit-record
           end-string.
           move close-audit-record to chain-line.
           perform seal-audit-line.
           move chain-line to close-audit-record.
           write close-audit-record.
           close close-audit-file.

       load-audit-chain.
           move 'n' to chain-eof.
           open input close-audit-file.
           if ws-audit-status = "00" or ws-audit-status = "05"
               perform read-audit-tail until chain-eof = 'y'
           end-if.
           close close-audit-file.

       read-audit-tail.
           read close-audit-file
               at end move 'y' to chain-eof
               not at end
                   move close-audit-record to chain-line
                   perform note-chain-tail
           end-read.

       copy day1cfn.
