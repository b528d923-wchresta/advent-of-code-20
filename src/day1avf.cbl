       identification division.
       program-id. day1avf.
       author. Wanja Chresta.
       date-written. 15-OCT-2026.

       environment division.
       input-output section.
       file-control.
           select optional audit-hist-file
               assign to 'audit/day1-audit-hist'
               organization is line sequential
               file status is ws-hist-status.
           select optional audit-file assign to 'audit/day1-audit'
               organization is line sequential
               file status is ws-audit-status.
           select optional maint-audit-file
               assign to 'audit/day1dmn-audit'
               organization is line sequential
               file status is ws-maint-status.
           select optional close-audit-file
               assign to 'audit/day1cls-audit'
               organization is line sequential
               file status is ws-close-status.
           select verify-report-file
               assign to 'reports/day1avf-report'
               organization is line sequential.

       data division.
       file section.
       fd audit-hist-file.
       01 audit-hist-record pic x(300).

       fd audit-file.
       01 audit-record pic x(300).

       fd maint-audit-file.
       01 maint-audit-record pic x(300).

       fd close-audit-file.
       01 close-audit-record pic x(300).

       fd verify-report-file.
       01 verify-report-record pic x(200).

       working-storage section.
       01 ws-hist-status  pic x(2).
       01 ws-audit-status pic x(2).
       01 ws-maint-status pic x(2).
       01 ws-close-status pic x(2).
      * return-code values handed back to the job scheduler:
      *   0  = every audit trail intact
      *   8  = no audit data on any trail
      *   12 = gap, reordering or altered line found
       01 rc-intact       pic 9(2) value 0.
       01 rc-no-audit     pic 9(2) value 8.
       01 rc-broken       pic 9(2) value 12.
       01 end-of-audit    pic x(1) value 'n'.
       01 ws-run-date     pic 9(8).
       copy day1chn.
       01 trail-class.
           05 trl-name       pic x(20).
           05 trl-started    pic x(1).
           05 trl-prev-seq   pic 9(9).
           05 trl-prev-chk   pic 9(9).
           05 trl-expected   pic 9(9).
           05 trl-lines      pic 9(7).
           05 trl-sealed     pic 9(7).
           05 trl-legacy     pic 9(7).
           05 trl-breaks     pic 9(7).
       01 verify-class.
           05 vfy-file       pic x(25).
           05 vfy-rec-no     pic 9(7).
           05 vfy-reason     pic x(60).
           05 vfy-gap-to     pic 9(9).
           05 tot-lines      pic 9(7) value 0.
           05 tot-breaks     pic 9(7) value 0.

       procedure division.
           move function current-date(1:8) to ws-run-date.
           open output verify-report-file.
           perform write-report-header.

      * day1 trail: the archive holds its older part, so the history
      * file and then the current file are one chain
           move 'day1-audit' to trl-name.
           perform start-trail.
           move 'audit/day1-audit-hist' to vfy-file.
           move 0 to vfy-rec-no.
           move 'n' to end-of-audit.
           open input audit-hist-file.
           if ws-hist-status = "00" or ws-hist-status = "05"
               perform read-hist-line until end-of-audit = 'y'
           end-if.
           close audit-hist-file.
           move 'audit/day1-audit' to vfy-file.
           move 0 to vfy-rec-no.
           move 'n' to end-of-audit.
           open input audit-file.
           if ws-audit-status = "00" or ws-audit-status = "05"
               perform read-current-line until end-of-audit = 'y'
           end-if.
           close audit-file.
           perform end-trail.

           move 'day1dmn-audit' to trl-name.
           perform start-trail.
           move 'audit/day1dmn-audit' to vfy-file.
           move 0 to vfy-rec-no.
           move 'n' to end-of-audit.
           open input maint-audit-file.
           if ws-maint-status = "00" or ws-maint-status = "05"
               perform read-maint-line until end-of-audit = 'y'
           end-if.
           close maint-audit-file.
           perform end-trail.

           move 'day1cls-audit' to trl-name.
           perform start-trail.
           move 'audit/day1cls-audit' to vfy-file.
           move 0 to vfy-rec-no.
           move 'n' to end-of-audit.
           open input close-audit-file.
           if ws-close-status = "00" or ws-close-status = "05"
               perform read-close-line until end-of-audit = 'y'
           end-if.
           close close-audit-file.
           perform end-trail.

           perform write-report-summary.
           close verify-report-file.

           display "day1avf: " tot-lines " audit line(s) verified, "
               tot-breaks " break(s)".
           evaluate true
               when tot-breaks > 0
                   move rc-broken to return-code
               when tot-lines = 0
                   move rc-no-audit to return-code
               when other
                   move rc-intact to return-code
           end-evaluate.
           stop run.

       start-trail.
           move 'n' to trl-started.
           move 0 to trl-prev-seq.
           move 0 to trl-prev-chk.
           move 0 to trl-lines.
           move 0 to trl-sealed.
           move 0 to trl-legacy.
           move 0 to trl-breaks.

       read-hist-line.
           read audit-hist-file
               at end move 'y' to end-of-audit
               not at end
                   add 1 to vfy-rec-no
                   move audit-hist-record to chain-line
                   perform verify-line
           end-read.

       read-current-line.
           read audit-file
               at end move 'y' to end-of-audit
               not at end
                   add 1 to vfy-rec-no
                   move audit-record to chain-line
                   perform verify-line
           end-read.

       read-maint-line.
           read maint-audit-file
               at end move 'y' to end-of-audit
               not at end
                   add 1 to vfy-rec-no
                   move maint-audit-record to chain-line
                   perform verify-line
           end-read.

       read-close-line.
           read close-audit-file
               at end move 'y' to end-of-audit
               not at end
                   add 1 to vfy-rec-no
                   move close-audit-record to chain-line
                   perform verify-line
           end-read.

       verify-line.
           if chain-line = spaces
               exit paragraph
           end-if.
           add 1 to trl-lines.
           add 1 to tot-lines.
           perform split-chain-line.
      * lines written before the trail was sealed can only come
      * ahead of its first sealed line
           if chain-sealed = 'n'
               if trl-started = 'n' and chain-line(1:4) = 'TS: '
                   add 1 to trl-legacy
               else
                   move 'LINE CARRIES NO SEQUENCE / CHECK VALUE'
                       to vfy-reason
                   move 0 to chain-line-seq
                   perform report-break
               end-if
               exit paragraph
           end-if.

           add 1 to trl-sealed.
           if trl-started = 'n'
               move 1 to trl-expected
           else
               compute trl-expected = trl-prev-seq + 1
           end-if.
           evaluate true
               when chain-line-seq = trl-expected
                   move trl-prev-chk to chain-value
                   perform compute-chain-value
                   if chain-work not = chain-line-chk
                       move 'ALTERED LINE - CHECK VALUE DOES NOT MATCH'
                           to vfy-reason
                       perform report-break
                   end-if
               when chain-line-seq > trl-expected
                   compute vfy-gap-to = chain-line-seq - 1
                   move spaces to vfy-reason
                   string "GAP - SEQ " trl-expected " THRU "
                           vfy-gap-to " MISSING"
                           delimited by size into vfy-reason
                   end-string
                   perform report-break
               when other
                   move spaces to vfy-reason
                   string "OUT OF SEQUENCE - FOLLOWS SEQ "
                           trl-prev-seq
                           delimited by size into vfy-reason
                   end-string
                   perform report-break
           end-evaluate.
      * the check goes on from the line as found, so one damaged
      * line is reported once and does not condemn the rest; a line
      * out of sequence leaves the position where it was
           if chain-line-seq >= trl-expected
               move chain-line-seq to trl-prev-seq
               move chain-line-chk to trl-prev-chk
               move 'y' to trl-started
           end-if.

       report-break.
           add 1 to trl-breaks.
           add 1 to tot-breaks.
           move spaces to verify-report-record.
           string "BREAK: " function trim(vfy-file)
                   " LINE " vfy-rec-no
                   " SEQ " chain-line-seq
                   " - " function trim(vfy-reason)
                   " '" function trim(chain-line(1:40) trailing) "'"
                   delimited by size into verify-report-record
           end-string.
           write verify-report-record.

       end-trail.
           move spaces to verify-report-record.
           if trl-breaks > 0
               string "TRAIL " function trim(trl-name)
                       " LINES: " trl-lines
                       " SEALED: " trl-sealed
                       " BEFORE SEALING: " trl-legacy
                       " LAST SEQ: " trl-prev-seq
                       " BREAKS: " trl-breaks " - BROKEN"
                       delimited by size into verify-report-record
               end-string
           else
               string "TRAIL " function trim(trl-name)
                       " LINES: " trl-lines
                       " SEALED: " trl-sealed
                       " BEFORE SEALING: " trl-legacy
                       " LAST SEQ: " trl-prev-seq
                       " BREAKS: " trl-breaks " - INTACT"
                       delimited by size into verify-report-record
               end-string
           end-if.
           write verify-report-record.

       copy day1cfn.

       write-report-header.
           move spaces to verify-report-record.
           string "AUDIT TRAIL VERIFICATION - RUN DATE " ws-run-date
                   delimited by size into verify-report-record
           end-string.
           write verify-report-record.

       write-report-summary.
           move spaces to verify-report-record.
           evaluate true
               when tot-breaks > 0
                   string "RESULT: " tot-breaks " BREAK(S) IN "
                           tot-lines " AUDIT LINE(S)"
                           delimited by size into verify-report-record
                   end-string
               when tot-lines = 0
                   move "RESULT: NO AUDIT DATA" to verify-report-record
               when other
                   string "RESULT: ALL TRAILS INTACT - " tot-lines
                           " AUDIT LINE(S)"
                           delimited by size into verify-report-record
                   end-string
           end-evaluate.
           write verify-report-record.
