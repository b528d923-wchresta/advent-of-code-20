       environment division.
       input-output section.
       file-control.
           select dept-master-file
               assign to 'ctl/day1-dept-master'
               organization is indexed
               access mode is dynamic
               record key is dmf-dept-code
               file status is ws-master-status.
           select vendor-master-file
               assign to 'ctl/day1-vendor-master'
               organization is indexed
               access mode is dynamic
               record key is vmf-vendor-id
               file status is ws-vendor-status.
           select optional maint-card-file
               assign to 'ctl/day1-dmaint-cards'
               organization is line sequential
               organization is line sequential.
           select optional maint-audit-file
               assign to 'audit/day1dmn-audit'
               organization is line sequential
               file status is ws-audit-status.

       data division.
       file section.
       fd dept-master-file.
           copy day1dpt.

       fd vendor-master-file.
           copy day1vnd.

      * department cards ADD / CHANGE / DEACTIVATE, vendor cards
      * VADD / VCHANGE / VDEACT - a vendor card carries the vendor
      * id, name and active flag where a department card has its
      * code, name and the rest
       fd maint-card-file.
       01 maint-card-record.
           05 dmc-action      pic x(10).
               88 dmc-add        value 'ADD'.
               88 dmc-change     value 'CHANGE'.
               88 dmc-deactivate value 'DEACTIVATE'.
               88 dmc-vendor-add        value 'VADD'.
               88 dmc-vendor-change     value 'VCHANGE'.
               88 dmc-vendor-deactivate value 'VDEACT'.
               88 dmc-vendor-card value 'VADD' 'VCHANGE' 'VDEACT'.
           05 filler          pic x(1).
           05 dmc-dept-fields.
               10 dmc-dept-code   pic x(4).
               10 filler          pic x(1).
               10 dmc-dept-name   pic x(20).
               10 filler          pic x(1).
               10 dmc-cost-center pic x(6).
               10 filler          pic x(1).
               10 dmc-input-path  pic x(60).
               10 filler          pic x(1).
               10 dmc-active-flag pic x(1).
           05 dmc-vendor-fields redefines dmc-dept-fields.
               10 dmc-vendor-id   pic x(8).
               10 filler          pic x(1).
               10 dmc-vendor-name pic x(20).
               10 filler          pic x(1).
               10 dmc-vendor-flag pic x(1).
               10 filler          pic x(64).
           05 filler          pic x(1).
           05 dmc-user        pic x(8).


       working-storage section.
       01 ws-master-status pic x(2).
       01 ws-vendor-status pic x(2).
       01 ws-card-status   pic x(2).
       01 ws-probe-path    pic x(100).
       01 ws-probe-status  pic x(2).
       01 ws-audit-status  pic x(2).
      * return-code values handed back to the job scheduler:
      *   0  = every card applied
      *   4  = one or more cards rejected
       01 rc-some-rejected pic 9(2) value 4.
       01 rc-no-cards      pic 9(2) value 8.
       01 end-of-master    pic x(1) value 'n'.
       01 end-of-vendors   pic x(1) value 'n'.
       01 end-of-cards     pic x(1) value 'n'.
       01 ws-run-date      pic 9(8).
       01 ws-run-timestamp pic 9(14).
       01 maint-class.
           05 dmt-count      pic 9(4) value 0.
           05 dmt-hit        pic x(1).
           05 vmt-count      pic 9(6) value 0.
           05 vmt-hit        pic x(1).
           05 vendor-open    pic x(1) value 'n'.
           05 card-count     pic 9(4) value 0.
           05 applied-count  pic 9(4) value 0.
           05 rejected-count pic 9(4) value 0.
           05 card-valid     pic x(1).
           05 dmt-line       pic x(100).
           05 action-label   pic x(12).
       copy day1chn.

       procedure division.
           move function current-date(1:8) to ws-run-date.
           move function current-date(1:14) to ws-run-timestamp.

      * cards are applied to the keyed master as they are read
           open i-o dept-master-file.
           if ws-master-status not = "00"
               display "day1dmn: department master empty or unreadable"
               move rc-no-cards to return-code
               stop run
           end-if.
      * without a vendor master only the vendor cards are refused
           open i-o vendor-master-file.
           if ws-vendor-status = "00"
               move 'y' to vendor-open
           end-if.

           open output maint-report-file.
           perform write-report-header.
           perform load-audit-chain.
           open extend maint-audit-file.

           open input maint-card-file.
                   to maint-report-record
               write maint-report-record
               close maint-report-file
               close dept-master-file
               perform close-vendor-master
               move rc-no-cards to return-code
               stop run
           end-if.

           perform count-master-entries.
           close dept-master-file.
           if vendor-open = 'y'
               perform count-vendor-entries
           end-if.
           perform close-vendor-master.
           perform write-report-summary.
           close maint-report-file.

           end-if.
           stop run.

       count-master-entries.
           move low-values to dmf-dept-code.
           start dept-master-file key is not less than dmf-dept-code
               invalid key move 'y' to end-of-master
           end-start.
           perform read-dept-master-rec until end-of-master = 'y'.

       read-dept-master-rec.
           read dept-master-file next record
               at end move 'y' to end-of-master
               not at end add 1 to dmt-count
           end-read.

       count-vendor-entries.
           move low-values to vmf-vendor-id.
           start vendor-master-file key is not less than vmf-vendor-id
               invalid key move 'y' to end-of-vendors
           end-start.
           perform read-vendor-master-rec until end-of-vendors = 'y'.

       read-vendor-master-rec.
           read vendor-master-file next record
               at end move 'y' to end-of-vendors
               not at end add 1 to vmt-count
           end-read.

       close-vendor-master.
           if vendor-open = 'y'
               close vendor-master-file
               move 'n' to vendor-open
           end-if.

       read-maint-card.
           read maint-card-file
               at end move 'y' to end-of-cards
       process-card.
           move 'y' to card-valid.
           move spaces to card-reason.
           if dmc-vendor-card
               perform find-vendor
           else
               perform find-dept
           end-if.
           evaluate true
               when dmc-add
                   perform apply-add
                   perform apply-change
               when dmc-deactivate
                   perform apply-deactivate
               when dmc-vendor-card and vendor-open = 'n'
                   move 'n' to card-valid
                   move "VENDOR MASTER NOT AVAILABLE" to card-reason
               when dmc-vendor-add
                   perform apply-vendor-add
               when dmc-vendor-change
                   perform apply-vendor-change
               when dmc-vendor-deactivate
                   perform apply-vendor-deactivate
               when other
                   move 'n' to card-valid
                   move "UNKNOWN ACTION" to card-reason

       find-dept.
           move 'n' to dmt-hit.
           move dmc-dept-code to dmf-dept-code.
           read dept-master-file
               invalid key continue
               not invalid key move 'y' to dmt-hit
           end-read.

       apply-add.
           evaluate true
               when dmt-hit = 'y'
                   move 'n' to card-valid
                   move "DEPT CODE ALREADY ON MASTER" to card-reason
               when dmc-dept-name = spaces
                   move 'n' to card-valid
                   move "DEPT NAME MISSING" to card-reason
                   end-if
           end-evaluate.
           if card-valid = 'y'
               move spaces to dept-master-record
               move dmc-dept-code to dmf-dept-code
               move dmc-dept-name to dmf-dept-name
               move dmc-cost-center to dmf-cost-center
               move dmc-input-path to dmf-input-path
               if dmc-active-flag = 'A' or dmc-active-flag = 'I'
                   move dmc-active-flag to dmf-active-flag
               else
                   move 'A' to dmf-active-flag
               end-if
               write dept-master-record
                   invalid key
                       move 'n' to card-valid
                       move "DEPT MASTER WRITE FAILED" to card-reason
               end-write
           end-if.
           if card-valid = 'y'
               add 1 to applied-count
               move "ADDED:" to action-label
               perform write-after-line
               perform write-audit-line
           if card-valid = 'y'
               perform write-before-line
               if dmc-dept-name not = spaces
                   move dmc-dept-name to dmf-dept-name
               end-if
               if dmc-cost-center not = spaces
                   move dmc-cost-center to dmf-cost-center
               end-if
               if dmc-input-path not = spaces
                   move dmc-input-path to dmf-input-path
               end-if
               if dmc-active-flag = 'A' or dmc-active-flag = 'I'
                   move dmc-active-flag to dmf-active-flag
               end-if
               perform rewrite-dept-entry
           end-if.
           if card-valid = 'y'
               add 1 to applied-count
               move "CHANGED:" to action-label
               perform write-after-line
               move "DEPT CODE NOT ON MASTER" to card-reason
               exit paragraph
           end-if.
           if dmf-inactive
               move 'n' to card-valid
               move "DEPT ALREADY INACTIVE" to card-reason
               exit paragraph
           end-if.
           perform write-before-line.
           move 'I' to dmf-active-flag.
           perform rewrite-dept-entry.
           if card-valid = 'n'
               exit paragraph
           end-if.
           add 1 to applied-count.
           move "DEACTIVATED:" to action-label.
           perform write-after-line.
           perform write-audit-line.

       find-vendor.
           move 'n' to vmt-hit.
           if vendor-open = 'n'
               exit paragraph
           end-if.
           move dmc-vendor-id to vmf-vendor-id.
           read vendor-master-file
               invalid key continue
               not invalid key move 'y' to vmt-hit
           end-read.

       apply-vendor-add.
           evaluate true
               when dmc-vendor-id = spaces
                       or dmc-vendor-id(1:1) = space
                   move 'n' to card-valid
                   move "VENDOR ID MISSING" to card-reason
               when vmt-hit = 'y'
                   move 'n' to card-valid
                   move "VENDOR ID ALREADY ON MASTER" to card-reason
               when dmc-vendor-name = spaces
                   move 'n' to card-valid
                   move "VENDOR NAME MISSING" to card-reason
               when other
                   continue
           end-evaluate.
           if card-valid = 'y'
               move spaces to vendor-master-record
               move dmc-vendor-id to vmf-vendor-id
               move dmc-vendor-name to vmf-vendor-name
               if dmc-vendor-flag = 'A' or dmc-vendor-flag = 'I'
                   move dmc-vendor-flag to vmf-active-flag
               else
                   move 'A' to vmf-active-flag
               end-if
               write vendor-master-record
                   invalid key
                       move 'n' to card-valid
                       move "VENDOR MASTER WRITE FAILED" to card-reason
               end-write
           end-if.
           if card-valid = 'y'
               add 1 to applied-count
               move "ADDED:" to action-label
               perform write-after-line
               perform write-audit-line
           end-if.

       apply-vendor-change.
           if vmt-hit = 'n'
               move 'n' to card-valid
               move "VENDOR ID NOT ON MASTER" to card-reason
               exit paragraph
           end-if.
           if dmc-vendor-flag not = space
                   and dmc-vendor-flag not = 'A'
                   and dmc-vendor-flag not = 'I'
               move 'n' to card-valid
               move "INVALID ACTIVE FLAG" to card-reason
               exit paragraph
           end-if.
           perform write-before-line.
           if dmc-vendor-name not = spaces
               move dmc-vendor-name to vmf-vendor-name
           end-if.
           if dmc-vendor-flag = 'A' or dmc-vendor-flag = 'I'
               move dmc-vendor-flag to vmf-active-flag
           end-if.
           perform rewrite-vendor-entry.
           if card-valid = 'n'
               exit paragraph
           end-if.
           add 1 to applied-count.
           move "CHANGED:" to action-label.
           perform write-after-line.
           perform write-audit-line.

       apply-vendor-deactivate.
           if vmt-hit = 'n'
               move 'n' to card-valid
               move "VENDOR ID NOT ON MASTER" to card-reason
               exit paragraph
           end-if.
           if vmf-inactive
               move 'n' to card-valid
               move "VENDOR ALREADY INACTIVE" to card-reason
               exit paragraph
           end-if.
           perform write-before-line.
           move 'I' to vmf-active-flag.
           perform rewrite-vendor-entry.
           if card-valid = 'n'
               exit paragraph
           end-if.
           add 1 to applied-count.
           move "DEACTIVATED:" to action-label.
           perform write-after-line.
           perform write-audit-line.

       rewrite-vendor-entry.
           rewrite vendor-master-record
               invalid key
                   move 'n' to card-valid
                   move "VENDOR MASTER REWRITE FAILED" to card-reason
           end-rewrite.

       validate-cost-center.
           if dmc-cost-center(1:2) not = 'CC'
                   or dmc-cost-center(3:4) is not numeric
               move "INPUT PATH NOT READABLE" to card-reason
           end-if.

       rewrite-dept-entry.
           rewrite dept-master-record
               invalid key
                   move 'n' to card-valid
                   move "DEPT MASTER REWRITE FAILED" to card-reason
           end-rewrite.

       build-dmt-line.
           move spaces to dmt-line.
           string dmf-dept-code " "
                   dmf-dept-name " "
                   dmf-cost-center " "
                   function trim(dmf-input-path) " "
                   dmf-active-flag
                   delimited by size into dmt-line
           end-string.

       build-vmt-line.
           move spaces to dmt-line.
           string vmf-vendor-id " "
                   vmf-vendor-name " "
                   vmf-active-flag
                   delimited by size into dmt-line
           end-string.

       build-card-line.
           if dmc-vendor-card
               perform build-vmt-line
           else
               perform build-dmt-line
           end-if.

       write-before-line.
           perform build-card-line.
           move spaces to maint-report-record.
           string "BEFORE:  " function trim(dmt-line)
                   delimited by size into maint-report-record
           write maint-report-record.

       write-after-line.
           perform build-card-line.
           move spaces to maint-report-record.
           string action-label " " function trim(dmt-line)
                   " (USER " dmc-user ")"

       write-reject-card.
           move spaces to maint-report-record.
           if dmc-vendor-card
               string "REJECTED: " dmc-action " " dmc-vendor-id
                       " (USER " dmc-user ") REASON: "
                       function trim(card-reason)
                       delimited by size into maint-report-record
               end-string
           else
               string "REJECTED: " dmc-action " " dmc-dept-code
                       " (USER " dmc-user ") REASON: "
                       function trim(card-reason)
                       delimited by size into maint-report-record
               end-string
           end-if.
           write maint-report-record.

       write-audit-line.
           move spaces to maint-audit-record.
           if dmc-vendor-card
               string "TS: " ws-run-timestamp
                       " USER: " dmc-user
                       " ACTION: " function trim(dmc-action)
                       " VENDOR: " dmc-vendor-id
                       " NOW: " function trim(dmt-line)
                       delimited by size into maint-audit-record
               end-string
           else
               string "TS: " ws-run-timestamp
                       " USER: " dmc-user
                       " ACTION: " function trim(dmc-action)
                       " DEPT: " dmc-dept-code
                       " NOW: " function trim(dmt-line)
                       delimited by size into maint-audit-record
               end-string
           end-if.
           move maint-audit-record to chain-line.
           perform seal-audit-line.
           move chain-line to maint-audit-record.
           write maint-audit-record.

       load-audit-chain.
           move 'n' to chain-eof.
           open input maint-audit-file.
           if ws-audit-status = "00" or ws-audit-status = "05"
               perform read-audit-tail until chain-eof = 'y'
           end-if.
           close maint-audit-file.

       read-audit-tail.
           read maint-audit-file
               at end move 'y' to chain-eof
               not at end
                   move maint-audit-record to chain-line
                   perform note-chain-tail
           end-read.

       copy day1cfn.

       write-report-header.
           move spaces to maint-report-record.
           string "DEPARTMENT AND VENDOR MASTER MAINTENANCE - RUN DATE "
                   ws-run-date
                   delimited by size into maint-report-record
           end-string.
                   " APPLIED: " applied-count
                   " REJECTED: " rejected-count
                   " MASTER ENTRIES: " dmt-count
                   " VENDOR ENTRIES: " vmt-count
                   delimited by size into maint-report-record
           end-string.
           write maint-report-record.
