               assign to 'audit/day1-audit'
               organization is line sequential
               file status is ws-audit-status.
           select optional intake-in-file
               assign to 'reports/day1itk-report'
               organization is line sequential
               file status is ws-intake-status.
           select optional budget-in-file
               assign to 'reports/day1bud-report'
               organization is line sequential
               file status is ws-budget-status.
           select optional retcode-file
               assign to 'ctl/day1-retcodes'
               organization is line sequential
       fd audit-in-file.
       01 audit-in-record pic x(300).

       fd intake-in-file.
       01 intake-in-record pic x(200).

       fd budget-in-file.
       01 budget-in-record pic x(200).

       fd retcode-file.
       01 retcode-record.
           05 rtc-step pic x(8).
       01 ws-fix-status     pic x(2).
       01 ws-stats-status   pic x(2).
       01 ws-audit-status   pic x(2).
       01 ws-intake-status  pic x(2).
       01 ws-budget-status  pic x(2).
       01 ws-retcode-status pic x(2).
      * return-code values handed back to the job scheduler:
      *   0  = recap produced, verdict OK
           05 audit-present   pic x(1) value 'n'.
           05 audit-last-line pic x(300) value spaces.
           05 audit-status    pic x(14) value spaces.
       01 intake-class.
           05 itk-present     pic x(1) value 'n'.
           05 itk-summary     pic x(1) value 'n'.
           05 itk-batches     pic 9(6) value 0.
           05 itk-registered  pic 9(6) value 0.
           05 itk-quarantined pic 9(6) value 0.
           05 itk-no-trailer  pic 9(6) value 0.
           05 itk-error       pic x(1) value 'n'.
       01 budget-class.
           05 bud-present    pic x(1) value 'n'.
           05 bud-lines      pic 9(6) value 0.
           05 bud-over-tol   pic 9(6) value 0.
           05 bud-no-budget  pic 9(6) value 0.
           05 bud-flagged    pic 9(6) value 0.
       01 retcode-class.
           05 rtc-present   pic x(1) value 'n'.
           05 rtc-meaning   pic x(40).
           perform analyze-fix.
           perform analyze-stats.
           perform analyze-audit.
           perform analyze-intake.
           perform analyze-budget.
           perform analyze-retcodes.
           perform build-step-lines.
           perform write-recap.
                   end-if
           end-read.

       analyze-intake.
           move 'n' to end-of-input.
           open input intake-in-file.
      * optional files open with status 05 when absent - that
      * counts as missing, not as a present-but-empty report
           if ws-intake-status not = "00"
               close intake-in-file
               exit paragraph
           end-if.
           move 'y' to itk-present.
           add 1 to sources-read.
           perform read-intake-line until end-of-input = 'y'.
           close intake-in-file.

       read-intake-line.
           read intake-in-file
               at end move 'y' to end-of-input
               not at end perform classify-intake-line
           end-read.

       classify-intake-line.
           evaluate true
               when intake-in-record(1:14) = 'FILES CHECKED:'
                   move 'y' to itk-summary
                   move intake-in-record to rcp-scan-line
                   perform tokenize-line
                   move 'BATCHES:' to token-el(40)
                   perform find-keyword-value
                   if keyword-found = 'y'
                       move keyword-value to itk-batches
                   end-if
                   move 'REGISTERED:' to token-el(40)
                   perform find-keyword-value
                   if keyword-found = 'y'
                       move keyword-value to itk-registered
                   end-if
                   move 'QUARANTINED:' to token-el(40)
                   perform find-keyword-value
                   if keyword-found = 'y'
                       move keyword-value to itk-quarantined
                   end-if
                   move 'TRAILER:' to token-el(40)
                   perform find-keyword-value
                   if keyword-found = 'y'
                       move keyword-value to itk-no-trailer
                   end-if
               when intake-in-record(1:6) = 'ERROR:'
                   move 'y' to itk-error
               when other
                   continue
           end-evaluate.

       analyze-budget.
           move 'n' to end-of-input.
           open input budget-in-file.
      * optional files open with status 05 when absent - that
      * counts as missing, not as a present-but-empty report
           if ws-budget-status not = "00"
               close budget-in-file
               exit paragraph
           end-if.
           move 'y' to bud-present.
           add 1 to sources-read.
           perform read-budget-line until end-of-input = 'y'.
           close budget-in-file.

       read-budget-line.
           read budget-in-file
               at end move 'y' to end-of-input
               not at end
                   if budget-in-record(1:15) = 'LINES REPORTED:'
                       perform classify-budget-summary
                   end-if
           end-read.

       classify-budget-summary.
           move budget-in-record to rcp-scan-line.
           perform tokenize-line.
           move 'REPORTED:' to token-el(40).
           perform find-keyword-value.
           if keyword-found = 'y'
               move keyword-value to bud-lines
           end-if.
           move 'TOLERANCE:' to token-el(40).
           perform find-keyword-value.
           if keyword-found = 'y'
               move keyword-value to bud-over-tol
           end-if.
           move 'BUDGET:' to token-el(40).
           perform find-keyword-value.
           if keyword-found = 'y'
               move keyword-value to bud-no-budget
           end-if.
           move 'FLAGGED:' to token-el(40).
           perform find-keyword-value.
           if keyword-found = 'y'
               move keyword-value to bud-flagged
           end-if.

       analyze-retcodes.
           move 'n' to end-of-input.
           open input retcode-file.
                   move 'REPORT PRODUCED' to rtc-meaning
               when 'DAY1STAT' also 8
                   move 'NO AUDIT DATA' to rtc-meaning
               when 'DAY1ACK ' also 4
                   move 'GL EXCEPTIONS REPORTED' to rtc-meaning
               when 'DAY1ACK ' also 8
                   move 'NO EXTRACT OR OPEN-ITEMS LEDGER FULL'
                       to rtc-meaning
               when 'DAY1CLS ' also 4
                   move 'CLOSE REFUSED - OPEN ITEMS' to rtc-meaning
               when 'DAY1CLS ' also 8
                   move 'CLOSE CARD OR CALENDAR INVALID' to rtc-meaning
               when 'DAY1CLS ' also 12
                   move 'CLOSE REFUSED - CALENDAR FULL' to rtc-meaning
               when 'DAY1DUP ' also 4
                   move 'SUSPECTED REPEAT PAYMENTS' to rtc-meaning
               when 'DAY1DUP ' also 8
                   move 'NO TRANSMISSION READABLE' to rtc-meaning
               when 'DAY1DUP ' also 12
                   move 'HISTORY TABLE FULL - CHECK INCOMPLETE'
                       to rtc-meaning
               when 'DAY1ITK ' also 4
                   move 'BATCH(ES) QUARANTINED' to rtc-meaning
               when 'DAY1ITK ' also 8
                   move 'NO TRANSMISSION READABLE' to rtc-meaning
               when 'DAY1ITK ' also 16
                   move 'INTAKE TABLE OVERFLOW' to rtc-meaning
               when 'DAY1BUD ' also 4
                   move 'DEPARTMENT(S) FLAGGED' to rtc-meaning
               when 'DAY1BUD ' also 8
                   move 'NO DEPARTMENT FILE READABLE' to rtc-meaning
               when 'DAY1AVF ' also 8
                   move 'NO AUDIT DATA' to rtc-meaning
               when 'DAY1AVF ' also 12
                   move 'AUDIT TRAIL BROKEN' to rtc-meaning
               when any also 0
                   move 'OK' to rtc-meaning
               when other
                   move 'UNEXPECTED RETURN CODE' to rtc-meaning
           end-evaluate.
      * budget flags are reported on their own DAY1BUD line - they
      * are for the department owners, not a fault in the night run
           if rtc-code-num not = 0
                   and not (rtc-step = 'DAY1FIX '
                       and rtc-code-num = 8)
                   and not (rtc-step = 'DAY1BUD '
                       and rtc-code-num = 4)
               move 'y' to attention-flag
           end-if.
           move spaces to rcp-work.
           perform add-recap-line.

       build-step-lines.
      * the intake step runs ahead of day1drv, so its outcome is
      * reported ahead of the day1drv results
           if itk-present = 'y'
               move spaces to rcp-work
               string "DAY1ITK: BATCHES " itk-batches
                       ", REGISTERED " itk-registered
                       ", QUARANTINED " itk-quarantined
                       ", NO TRAILER " itk-no-trailer
                       delimited by size into rcp-work
               end-string
               perform add-recap-line
               if itk-quarantined > 0
                   move 'y' to attention-flag
                   move spaces to rcp-work
                   string "DAY1ITK: " itk-quarantined
                           " BATCH(ES) ALREADY REGISTERED - "
                           "QUARANTINED, NOT PROCESSED AGAIN"
                           delimited by size into rcp-work
                   end-string
                   perform add-recap-line
               end-if
               if itk-error = 'y' or itk-summary = 'n'
                   move 'y' to attention-flag
                   move spaces to rcp-work
                   string "DAY1ITK: INTAKE INCOMPLETE - NOT EVERY "
                           "BATCH CHECKED"
                           delimited by size into rcp-work
                   end-string
                   perform add-recap-line
               end-if
           else
               move 'y' to attention-flag
               move "DAY1ITK: INTAKE REPORT MISSING" to rcp-work
               perform add-recap-line
           end-if.

           if drv-present = 'y'
               move spaces to rcp-work
               string "DAY1DRV: " drv-oob-ct " OUT OF BALANCE, "
               perform add-recap-line
           end-if.

           if bud-present = 'y'
               move spaces to rcp-work
               string "DAY1BUD: " bud-lines " DEPARTMENT PERIOD(S), "
                       "FLAGGED " bud-flagged " (OVER TOLERANCE "
                       bud-over-tol ", NO BUDGET " bud-no-budget ")"
                       delimited by size into rcp-work
               end-string
               perform add-recap-line
           else
               move "DAY1BUD: REPORT MISSING" to rcp-work
               perform add-recap-line
           end-if.

           if stats-present = 'y'
               move spaces to rcp-work
               string "DAY1STAT: " function trim(stats-first-line)
