       identification division.
       program-id. day1cnv.
       author. Wanja Chresta.
       date-written. 15-OCT-2026.

       environment division.
       input-output section.
       file-control.
           select optional rebuild-card-file
               assign to 'ctl/day1cnv-rebuild'
               organization is line sequential
               file status is ws-card-status.
           select optional flat-vendor-file
               assign to 'ctl/day1-vendors'
               organization is line sequential
               file status is ws-flat-vendor-status.
           select optional flat-budget-file
               assign to 'ctl/day1-budgets'
               organization is line sequential
               file status is ws-flat-budget-status.
           select flat-dept-file assign to 'ctl/day1-depts'
               organization is line sequential
               file status is ws-flat-dept-status.
           select vendor-master-file
               assign to 'ctl/day1-vendor-master'
               organization is indexed
               access mode is random
               record key is vmf-vendor-id
               file status is ws-vendor-status.
           select dept-master-file
               assign to 'ctl/day1-dept-master'
               organization is indexed
               access mode is random
               record key is dmf-dept-code
               file status is ws-master-status.
           select budget-master-file
               assign to 'ctl/day1-budget-master'
               organization is indexed
               access mode is random
               record key is bgm-key
               file status is ws-budget-status.
           select cnv-report-file assign to 'reports/day1cnv-report'
               organization is line sequential.

       data division.
       file section.
       fd rebuild-card-file.
       01 rebuild-card-record.
           05 rbc-master pic x(6).
               88 rbc-dept   value 'DEPT'.
               88 rbc-vendor value 'VENDOR'.
               88 rbc-budget value 'BUDGET'.
           05 filler     pic x(74).

       fd flat-vendor-file.
       01 flat-vendor-record pic x(31).

       fd flat-budget-file.
       01 flat-budget-record pic x(28).

       fd flat-dept-file.
       01 flat-dept-record pic x(95).

       fd vendor-master-file.
           copy day1vnd.

       fd dept-master-file.
           copy day1dpt.

       fd budget-master-file.
           copy day1bgt.

       fd cnv-report-file.
       01 cnv-report-record pic x(200).

       working-storage section.
       01 ws-card-status        pic x(2).
       01 ws-flat-vendor-status pic x(2).
       01 ws-flat-dept-status   pic x(2).
       01 ws-vendor-status      pic x(2).
       01 ws-master-status      pic x(2).
       01 ws-flat-budget-status pic x(2).
       01 ws-budget-status      pic x(2).
      * return-code values handed back to the job scheduler:
      *   0  = every flat record loaded
      *   4  = one or more records refused
      *   8  = department master to build but department file
      *        missing or unreadable
       01 rc-all-loaded    pic 9(2) value 0.
       01 rc-some-refused  pic 9(2) value 4.
       01 rc-no-depts      pic 9(2) value 8.
       01 end-of-cards     pic x(1) value 'n'.
       01 end-of-vendors   pic x(1) value 'n'.
       01 end-of-depts     pic x(1) value 'n'.
       01 end-of-budgets   pic x(1) value 'n'.
       01 ws-run-date      pic 9(8).
       01 cnv-class.
           05 vnd-read-count    pic 9(6) value 0.
           05 vnd-loaded-count  pic 9(6) value 0.
           05 vnd-refused-count pic 9(6) value 0.
           05 dpt-read-count    pic 9(6) value 0.
           05 dpt-loaded-count  pic 9(6) value 0.
           05 dpt-refused-count pic 9(6) value 0.
           05 bgt-read-count    pic 9(6) value 0.
           05 bgt-loaded-count  pic 9(6) value 0.
           05 bgt-refused-count pic 9(6) value 0.
           05 card-count        pic 9(4) value 0.
           05 card-refused-count pic 9(4) value 0.
           05 build-dept        pic x(1) value 'n'.
           05 build-vendor      pic x(1) value 'n'.
           05 build-budget      pic x(1) value 'n'.
           05 cnv-line-no       pic 9(6).
           05 cnv-valid         pic x(1).
           05 cnv-reason        pic x(30).
           05 cnv-master-label  pic x(6).
           05 cnv-raw-text      pic x(95).

       procedure division.
           move function current-date(1:8) to ws-run-date.
           open output cnv-report-file.
           perform write-report-header.

      * a master is loaded from its flat file only when it is not
      * on file yet or a rebuild card names it - once loaded, day1dmn
      * maintains it in place and a reload would undo that work
           perform load-rebuild-cards.
           perform probe-masters.

           if build-dept = 'y'
               open input flat-dept-file
               if ws-flat-dept-status not = "00"
                   display "day1cnv: department file missing or "
                       "unreadable"
                   perform write-empty-report
                   close cnv-report-file
                   move rc-no-depts to return-code
                   stop run
               end-if
               open output dept-master-file
               move 0 to cnv-line-no
               move 'DEPT' to cnv-master-label
               perform read-flat-dept until end-of-depts = 'y'
               close dept-master-file
               close flat-dept-file
           else
               move spaces to cnv-report-record
               move "NOTE: DEPT MASTER ON FILE - NOT RELOADED"
                   to cnv-report-record
               write cnv-report-record
           end-if.

           if build-vendor = 'y'
               open input flat-vendor-file
               if ws-flat-vendor-status = "00"
                   open output vendor-master-file
                   move 0 to cnv-line-no
                   move 'VENDOR' to cnv-master-label
                   perform read-flat-vendor until end-of-vendors = 'y'
                   close vendor-master-file
               else
                   move spaces to cnv-report-record
                   move "NOTE: NO VENDOR FILE - VENDOR MASTER NOT BUILT"
                       to cnv-report-record
                   write cnv-report-record
               end-if
               close flat-vendor-file
           else
               move spaces to cnv-report-record
               move "NOTE: VENDOR MASTER ON FILE - NOT RELOADED"
                   to cnv-report-record
               write cnv-report-record
           end-if.

           if build-budget = 'y'
               open input flat-budget-file
               if ws-flat-budget-status = "00"
                   open output budget-master-file
                   move 0 to cnv-line-no
                   move 'BUDGET' to cnv-master-label
                   perform read-flat-budget until end-of-budgets = 'y'
                   close budget-master-file
               else
                   move spaces to cnv-report-record
                   move "NOTE: NO BUDGET FILE - BUDGET MASTER NOT BUILT"
                       to cnv-report-record
                   write cnv-report-record
               end-if
               close flat-budget-file
           else
               move spaces to cnv-report-record
               move "NOTE: BUDGET MASTER ON FILE - NOT RELOADED"
                   to cnv-report-record
               write cnv-report-record
           end-if.

           perform write-report-summary.
           close cnv-report-file.
      * the cards are spent once acted on, so the next run leaves
      * the masters alone again
           if card-count > 0
               open output rebuild-card-file
               close rebuild-card-file
           end-if.

           display "day1cnv: " dpt-loaded-count " department(s) and "
               vnd-loaded-count " vendor(s) loaded, "
               dpt-refused-count " department(s) and "
               vnd-refused-count " vendor(s) refused, "
               bgt-loaded-count " budget(s) loaded, "
               bgt-refused-count " budget(s) refused".
           if dpt-refused-count > 0 or vnd-refused-count > 0
                   or bgt-refused-count > 0 or card-refused-count > 0
               move rc-some-refused to return-code
           else
               move rc-all-loaded to return-code
           end-if.
           stop run.

      * one card per master to reload: DEPT, VENDOR or BUDGET
       load-rebuild-cards.
           move 0 to cnv-line-no.
           move 'CARD' to cnv-master-label.
           open input rebuild-card-file.
           if ws-card-status = "00" or ws-card-status = "05"
               perform read-rebuild-card until end-of-cards = 'y'
           end-if.
           close rebuild-card-file.

       read-rebuild-card.
           read rebuild-card-file
               at end move 'y' to end-of-cards
               not at end
                   add 1 to cnv-line-no
                   if rebuild-card-record = spaces
                       continue
                   else
                       add 1 to card-count
                       perform take-rebuild-card
                   end-if
           end-read.

       take-rebuild-card.
           evaluate true
               when rbc-dept
                   move 'y' to build-dept
               when rbc-vendor
                   move 'y' to build-vendor
               when rbc-budget
                   move 'y' to build-budget
               when other
                   add 1 to card-refused-count
                   move rebuild-card-record to cnv-raw-text
                   move "UNKNOWN MASTER NAME" to cnv-reason
                   perform write-refused-line
                   exit paragraph
           end-evaluate.
           move spaces to cnv-report-record.
           string "RELOAD REQUESTED: " rbc-master
                   delimited by size into cnv-report-record
           end-string.
           write cnv-report-record.

      * a master not named on a card is built only if it is missing
       probe-masters.
           if build-dept = 'n'
               open input dept-master-file
               if ws-master-status not = "00"
                   move 'y' to build-dept
               end-if
               close dept-master-file
           end-if.
           if build-vendor = 'n'
               open input vendor-master-file
               if ws-vendor-status not = "00"
                   move 'y' to build-vendor
               end-if
               close vendor-master-file
           end-if.
           if build-budget = 'n'
               open input budget-master-file
               if ws-budget-status not = "00"
                   move 'y' to build-budget
               end-if
               close budget-master-file
           end-if.

       read-flat-dept.
           read flat-dept-file
               at end move 'y' to end-of-depts
               not at end
                   add 1 to cnv-line-no
                   if flat-dept-record = spaces
                       continue
                   else
                       add 1 to dpt-read-count
                       perform load-dept-entry
                   end-if
           end-read.

       load-dept-entry.
           move flat-dept-record to dept-master-record.
           move flat-dept-record to cnv-raw-text.
           move 'y' to cnv-valid.
           evaluate true
               when dmf-dept-code = spaces
                       or dmf-dept-code(1:1) = space
                   move 'n' to cnv-valid
                   move "MALFORMED DEPT CODE" to cnv-reason
               when not dmf-active and not dmf-inactive
                   move 'n' to cnv-valid
                   move "INVALID ACTIVE FLAG" to cnv-reason
               when other
                   write dept-master-record
                       invalid key
                           move 'n' to cnv-valid
                           move "DUPLICATE DEPT CODE" to cnv-reason
                   end-write
           end-evaluate.
           if cnv-valid = 'y'
               add 1 to dpt-loaded-count
           else
               add 1 to dpt-refused-count
               perform write-refused-line
           end-if.

       read-flat-vendor.
           read flat-vendor-file
               at end move 'y' to end-of-vendors
               not at end
                   add 1 to cnv-line-no
                   if flat-vendor-record = spaces
                       continue
                   else
                       add 1 to vnd-read-count
                       perform load-vendor-entry
                   end-if
           end-read.

       load-vendor-entry.
           move flat-vendor-record to vendor-master-record.
           move flat-vendor-record to cnv-raw-text.
           move 'y' to cnv-valid.
           evaluate true
               when vmf-vendor-id = spaces
                       or vmf-vendor-id(1:1) = space
                   move 'n' to cnv-valid
                   move "MALFORMED VENDOR ID" to cnv-reason
               when not vmf-active and not vmf-inactive
                   move 'n' to cnv-valid
                   move "INVALID ACTIVE FLAG" to cnv-reason
               when other
                   write vendor-master-record
                       invalid key
                           move 'n' to cnv-valid
                           move "DUPLICATE VENDOR ID" to cnv-reason
                   end-write
           end-evaluate.
           if cnv-valid = 'y'
               add 1 to vnd-loaded-count
           else
               add 1 to vnd-refused-count
               perform write-refused-line
           end-if.

       read-flat-budget.
           read flat-budget-file
               at end move 'y' to end-of-budgets
               not at end
                   add 1 to cnv-line-no
                   if flat-budget-record = spaces
                       continue
                   else
                       add 1 to bgt-read-count
                       perform load-budget-entry
                   end-if
           end-read.

       load-budget-entry.
           move flat-budget-record to budget-master-record.
           move flat-budget-record to cnv-raw-text.
           move 'y' to cnv-valid.
           evaluate true
               when bgm-dept-code = spaces
                       or bgm-dept-code(1:1) = space
                   move 'n' to cnv-valid
                   move "MALFORMED DEPT CODE" to cnv-reason
               when bgm-period is not numeric
                       or bgm-period(5:2) < '01'
                       or bgm-period(5:2) > '12'
                   move 'n' to cnv-valid
                   move "INVALID PERIOD" to cnv-reason
               when bgm-amount-x is not numeric
                   move 'n' to cnv-valid
                   move "INVALID BUDGET AMOUNT" to cnv-reason
               when bgm-tolerance-x is not numeric
                   move 'n' to cnv-valid
                   move "INVALID TOLERANCE" to cnv-reason
               when other
                   write budget-master-record
                       invalid key
                           move 'n' to cnv-valid
                           move "DUPLICATE DEPT/PERIOD" to cnv-reason
                   end-write
           end-evaluate.
           if cnv-valid = 'y'
               add 1 to bgt-loaded-count
           else
               add 1 to bgt-refused-count
               perform write-refused-line
           end-if.

       write-refused-line.
           move spaces to cnv-report-record.
           string "REFUSED: " cnv-master-label
                   " LINE " cnv-line-no
                   " REASON: " cnv-reason
                   " '" function trim(cnv-raw-text trailing) "'"
                   delimited by size into cnv-report-record
           end-string.
           write cnv-report-record.

       write-report-header.
           move spaces to cnv-report-record.
           string "MASTER FILE CONVERSION - RUN DATE " ws-run-date
                   delimited by size into cnv-report-record
           end-string.
           write cnv-report-record.

       write-report-summary.
           move spaces to cnv-report-record.
           string "DEPARTMENTS READ: " dpt-read-count
                   " LOADED: " dpt-loaded-count
                   " REFUSED: " dpt-refused-count
                   delimited by size into cnv-report-record
           end-string.
           write cnv-report-record.
           move spaces to cnv-report-record.
           string "VENDORS READ: " vnd-read-count
                   " LOADED: " vnd-loaded-count
                   " REFUSED: " vnd-refused-count
                   delimited by size into cnv-report-record
           end-string.
           write cnv-report-record.
           move spaces to cnv-report-record.
           string "BUDGETS READ: " bgt-read-count
                   " LOADED: " bgt-loaded-count
                   " REFUSED: " bgt-refused-count
                   delimited by size into cnv-report-record
           end-string.
           write cnv-report-record.
           if card-count > 0
               move spaces to cnv-report-record
               string "RELOAD CARDS READ: " card-count
                       " REFUSED: " card-refused-count
                       delimited by size into cnv-report-record
               end-string
               write cnv-report-record
           end-if.

       write-empty-report.
           move spaces to cnv-report-record.
           string "RUN DATE: " ws-run-date
                   " - NO DEPARTMENT FILE TO CONVERT"
                   delimited by size into cnv-report-record
           end-string.
           write cnv-report-record.
