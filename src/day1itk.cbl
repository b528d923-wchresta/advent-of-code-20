       identification division.
       program-id. day1itk.
       author. Wanja Chresta.
       date-written. 15-OCT-2026.

       environment division.
       input-output section.
       file-control.
           select optional register-file
               assign to 'ctl/day1itk-register'
               organization is line sequential
               file status is ws-register-status.
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
           select trans-work-file assign to 'inputs/day1itk-work'
               organization is line sequential.
           select optional quar-file
               assign to dynamic ws-quar-path
               organization is line sequential.
           select itk-report-file assign to 'reports/day1itk-report'
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
       fd register-file.
           copy day1irg.

       fd posted-hist-file.
           copy day1pst.

       fd dept-master-file.
           copy day1dpt.

       fd trans-file.
           copy day1rec.

       fd trans-work-file.
       01 trans-work-record pic x(31).

       fd quar-file.
       01 quar-record pic x(31).

       fd itk-report-file.
       01 itk-report-record pic x(200).

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
       01 ws-register-status pic x(2).
       01 ws-master-status   pic x(2).
       01 ws-hist-status     pic x(2).
       01 ws-trans-status    pic x(2).
       01 ws-trans-path      pic x(100).
       01 ws-quar-path       pic x(100).
      * return-code values handed back to the job scheduler:
      *   0  = every batch new and registered
      *   4  = batch(es) already registered and posted -
      *        quarantined
      *   8  = no transmission file readable
      *   16 = register, posting or batch table overflow - not
      *        every batch could be checked, do not run day1drv
       01 rc-all-new       pic 9(2) value 0.
       01 rc-quarantined   pic 9(2) value 4.
       01 rc-no-input      pic 9(2) value 8.
       01 rc-overflow      pic 9(2) value 16.
       01 end-of-register  pic x(1) value 'n'.
       01 end-of-hist      pic x(1) value 'n'.
       01 end-of-list      pic x(1) value 'n'.
       01 end-of-trans     pic x(1) value 'n'.
       01 end-of-work      pic x(1) value 'n'.
       01 ws-run-date      pic 9(8).
       01 ws-run-timestamp pic 9(14).
       01 register-table.
           05 reg-count pic 9(5) value 0.
           05 reg-entry occurs 1 to 20000 times
                   depending on reg-count.
               10 reg-fingerprint pic x(37).
               10 reg-ts          pic x(14).
               10 reg-source      pic x(60).
               10 reg-this-run    pic x(1).
       01 register-class.
           05 reg-scan-idx  pic 9(5).
           05 reg-hit-idx   pic 9(5).
           05 reg-overflow  pic x(1) value 'n'.
           05 reg-read-ct   pic 9(7) value 0.
      * the last posting run of each input file, from the posted
      * history day1 and day1drv write
       01 posted-source-table.
           05 psr-count pic 9(4) value 0.
           05 psr-entry occurs 1 to 1000 times
                   depending on psr-count.
               10 psr-source  pic x(30).
               10 psr-last-ts pic x(14).
       01 posted-source-class.
           05 psr-scan-idx  pic 9(4).
           05 psr-hit-idx   pic 9(4).
           05 psr-overflow  pic x(1) value 'n'.
           05 psr-lookup    pic x(30).
           05 reg-posted    pic x(1).
       01 batch-fingerprint.
           05 bfp-hdr-date  pic x(8).
           05 filler        pic x(1) value space.
           05 bfp-hdr-dept  pic x(4).
           05 filler        pic x(1) value space.
           05 bfp-trl-count pic x(6).
           05 filler        pic x(1) value space.
           05 bfp-trl-hash  pic x(15).
           05 bfp-trl-sign  pic x(1).
      * one routing decision per batch of the current file:
      *   N = new, registered     Q = already registered
      *   K = kept unregistered (no trailer before the next header
      *       or end of file - day1drv rejects it as out of balance,
      *       or registered by an earlier intake run whose file has
      *       not been posted since)
       01 decision-table.
           05 bat-count    pic 9(4) value 0.
           05 bat-decision pic x(1) occurs 1000 times.
       01 checked-table.
           05 chk-count pic 9(3) value 0.
           05 chk-path  pic x(100) occurs 200 times.
       01 intake-class.
           05 chk-scan-idx     pic 9(3).
           05 chk-seen         pic x(1).
           05 in-batch         pic x(1).
           05 bat-idx          pic 9(4).
           05 bat-overflow     pic x(1) value 'n'.
           05 route-line       pic x(1).
           05 files-checked    pic 9(4) value 0.
           05 files-rewritten  pic 9(4) value 0.
           05 tot-batches      pic 9(6) value 0.
           05 tot-registered   pic 9(6) value 0.
           05 tot-quarantined  pic 9(6) value 0.
           05 tot-no-trailer   pic 9(6) value 0.
           05 tot-unposted     pic 9(6) value 0.
           05 file-batches     pic 9(6).
           05 file-registered  pic 9(6).
           05 file-quarantined pic 9(6).
           05 quar-open        pic x(1) value 'n'.

       procedure division.
           move function current-date(1:8) to ws-run-date.
           move function current-date(1:14) to ws-run-timestamp.
           move spaces to ws-quar-path.
           string 'held/day1itk-quar-' ws-run-date
               delimited by size into ws-quar-path
           end-string.
           perform load-register.
           perform load-posted-sources.

           open output itk-report-file.
           perform write-report-header.
      * a register that no longer fits the table cannot prove a
      * batch new - nothing is registered or moved in that case
           if reg-overflow = 'y'
               close itk-report-file
               display "day1itk: intake register exceeds 20000 "
                   "entries - no transmission checked"
               move rc-overflow to return-code
               stop run
           end-if.
           if psr-overflow = 'y'
               close itk-report-file
               display "day1itk: posted history names more than 1000 "
                   "files - no transmission checked"
               move rc-overflow to return-code
               stop run
           end-if.

           open extend register-file.
           open input dept-master-file.
           if ws-master-status = "00" or ws-master-status = "05"
               perform read-dept-entry until end-of-list = 'y'
           end-if.
           close dept-master-file.
           close register-file.
           if quar-open = 'y'
               close quar-file
           end-if.
           perform write-report-summary.
           close itk-report-file.

           display "day1itk: " files-checked " file(s), "
               tot-batches " batch(es), " tot-registered
               " registered, " tot-quarantined " quarantined, "
               tot-unposted " kept unposted".
           evaluate true
               when reg-overflow = 'y' or bat-overflow = 'y'
                   move rc-overflow to return-code
               when files-checked = 0
                   move rc-no-input to return-code
               when tot-quarantined > 0
                   move rc-quarantined to return-code
               when other
                   move rc-all-new to return-code
           end-evaluate.
           stop run.

       load-register.
           open input register-file.
           if ws-register-status = "00" or ws-register-status = "05"
               perform read-register-line until end-of-register = 'y'
           end-if.
           close register-file.

       read-register-line.
           read register-file
               at end move 'y' to end-of-register
               not at end
                   add 1 to reg-read-ct
                   if intake-register-record = spaces
                       continue
                   else
                       perform store-register-entry
                   end-if
           end-read.

       store-register-entry.
           if reg-count < 20000
               add 1 to reg-count
               move irg-fingerprint to reg-fingerprint(reg-count)
               move irg-reg-ts to reg-ts(reg-count)
               move irg-source to reg-source(reg-count)
               move 'n' to reg-this-run(reg-count)
           else
               move 'y' to reg-overflow
               move 'y' to end-of-register
           end-if.

       load-posted-sources.
           open input posted-hist-file.
           if ws-hist-status = "00" or ws-hist-status = "05"
               perform read-posted-line until end-of-hist = 'y'
           end-if.
           close posted-hist-file.

       read-posted-line.
           read posted-hist-file
               at end move 'y' to end-of-hist
               not at end
                   if pst-run-ts is numeric and pst-source not = spaces
                       perform note-posted-source
                   end-if
           end-read.

       note-posted-source.
           move pst-source to psr-lookup.
           perform find-posted-source.
           if psr-hit-idx > 0
               if pst-run-ts > psr-last-ts(psr-hit-idx)
                   move pst-run-ts to psr-last-ts(psr-hit-idx)
               end-if
           else
               if psr-count < 1000
                   add 1 to psr-count
                   move pst-source to psr-source(psr-count)
                   move pst-run-ts to psr-last-ts(psr-count)
               else
                   move 'y' to psr-overflow
                   move 'y' to end-of-hist
               end-if
           end-if.

       find-posted-source.
           move 0 to psr-hit-idx.
           perform varying psr-scan-idx from 1 by 1
                   until psr-scan-idx > psr-count
                       or psr-hit-idx > 0
               if psr-source(psr-scan-idx) = psr-lookup
                   move psr-scan-idx to psr-hit-idx
               end-if
           end-perform.

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
      * two departments naming the same input file must not see
      * its batches as repeats of each other - a path is only
      * taken in once per run
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
               move spaces to itk-report-record
               string "FILE " function trim(ws-trans-path)
                       " NOT READABLE - SKIPPED"
                       delimited by size into itk-report-record
               end-string
               write itk-report-record
               exit paragraph
           end-if.
           add 1 to files-checked.
           move 0 to file-batches.
           move 0 to file-registered.
           move 0 to file-quarantined.
           move 0 to bat-count.
           move 'n' to in-batch.
           move 'n' to end-of-trans.
           perform fingerprint-trans-line until end-of-trans = 'y'.
           if in-batch = 'y'
               perform note-missing-trailer
           end-if.
           close trans-file.
           if file-quarantined > 0
               perform split-transmission
           end-if.
           perform write-file-line.

      * first pass: fingerprint each batch at its trailer and decide
      * whether it is new or already registered
       fingerprint-trans-line.
           read trans-file
               at end move 'y' to end-of-trans
               not at end
                   evaluate true
                       when input-header
                           if in-batch = 'y'
                               perform note-missing-trailer
                           end-if
                           perform start-batch
                       when input-trailer
                           if in-batch = 'y'
                               perform decide-batch
                           end-if
                       when other
                           continue
                   end-evaluate
           end-read.

       start-batch.
           add 1 to file-batches.
           add 1 to tot-batches.
           if bat-count < 1000
               add 1 to bat-count
               move 'K' to bat-decision(bat-count)
           else
               move 'y' to bat-overflow
           end-if.
           move input-hdr-date to bfp-hdr-date.
           move input-hdr-dept to bfp-hdr-dept.
           move 'y' to in-batch.

       decide-batch.
           move 'n' to in-batch.
      * a batch past the decision table stays in the file unchecked
      * and unregistered; the overflow return code stops day1drv
           if bat-count >= 1000 and bat-overflow = 'y'
               perform note-unchecked-batch
               exit paragraph
           end-if.
           move input-trl-count-x to bfp-trl-count.
           move input-trl-hash-x to bfp-trl-hash.
           move input-trl-sign to bfp-trl-sign.
           perform find-register-entry.
           if reg-hit-idx = 0
               perform register-batch
               exit paragraph
           end-if.
      * a batch registered by an earlier intake run is only a repeat
      * once its file has been posted since - until then the intake
      * was rerun ahead of a failed or unfinished posting run and
      * the batch stays in the transmission
           perform check-registered-posted.
           if reg-posted = 'y'
               move 'Q' to bat-decision(bat-count)
               add 1 to file-quarantined
               add 1 to tot-quarantined
               perform write-quarantine-line
           else
               add 1 to tot-unposted
               perform write-unposted-line
           end-if.

       check-registered-posted.
           move 'y' to reg-posted.
           if reg-this-run(reg-hit-idx) = 'y'
               exit paragraph
           end-if.
           move reg-source(reg-hit-idx) to psr-lookup.
           perform find-posted-source.
           if psr-hit-idx = 0
               move 'n' to reg-posted
           else
               if psr-last-ts(psr-hit-idx) < reg-ts(reg-hit-idx)
                   move 'n' to reg-posted
               end-if
           end-if.

       find-register-entry.
           move 0 to reg-hit-idx.
           perform varying reg-scan-idx from 1 by 1
                   until reg-scan-idx > reg-count
                       or reg-hit-idx > 0
               if reg-fingerprint(reg-scan-idx) = batch-fingerprint
                   move reg-scan-idx to reg-hit-idx
               end-if
           end-perform.

      * a new batch is registered at once, so a second copy later in
      * the same file or in another department's file is caught too
       register-batch.
           move spaces to intake-register-record.
           move batch-fingerprint to irg-fingerprint.
           move ws-run-timestamp to irg-reg-ts.
           move ws-trans-path to irg-source.
           write intake-register-record.
           if reg-count < 20000
               add 1 to reg-count
               move batch-fingerprint to reg-fingerprint(reg-count)
               move ws-run-timestamp to reg-ts(reg-count)
               move ws-trans-path to reg-source(reg-count)
               move 'y' to reg-this-run(reg-count)
           else
               move 'y' to reg-overflow
           end-if.
           move 'N' to bat-decision(bat-count).
           add 1 to file-registered.
           add 1 to tot-registered.
           move spaces to itk-report-record.
           string "REGISTERED: " function trim(ws-trans-path)
                   " BATCH " bfp-hdr-date " " bfp-hdr-dept
                   " COUNT " bfp-trl-count
                   " HASH " bfp-trl-hash bfp-trl-sign
                   delimited by size into itk-report-record
           end-string.
           write itk-report-record.

       write-quarantine-line.
           move spaces to itk-report-record.
           string "QUARANTINED: " function trim(ws-trans-path)
                   " BATCH " bfp-hdr-date " " bfp-hdr-dept
                   " COUNT " bfp-trl-count
                   " HASH " bfp-trl-hash bfp-trl-sign
                   " - ALREADY REGISTERED " reg-ts(reg-hit-idx)
                   " FROM " function trim(reg-source(reg-hit-idx))
                   delimited by size into itk-report-record
           end-string.
           write itk-report-record.

       write-unposted-line.
           move spaces to itk-report-record.
           string "KEPT: " function trim(ws-trans-path)
                   " BATCH " bfp-hdr-date " " bfp-hdr-dept
                   " COUNT " bfp-trl-count
                   " HASH " bfp-trl-hash bfp-trl-sign
                   " - REGISTERED " reg-ts(reg-hit-idx)
                   " FROM " function trim(reg-source(reg-hit-idx))
                   ", NOT POSTED SINCE"
                   delimited by size into itk-report-record
           end-string.
           write itk-report-record.

       note-missing-trailer.
           add 1 to tot-no-trailer.
           move 'n' to in-batch.
           move spaces to itk-report-record.
           string "NO TRAILER: " function trim(ws-trans-path)
                   " BATCH " bfp-hdr-date " " bfp-hdr-dept
                   " - NOT REGISTERED"
                   delimited by size into itk-report-record
           end-string.
           write itk-report-record.

       note-unchecked-batch.
           move spaces to itk-report-record.
           string "NOT CHECKED: " function trim(ws-trans-path)
                   " BATCH " bfp-hdr-date " " bfp-hdr-dept
                   " - MORE THAN 1000 BATCHES IN FILE"
                   delimited by size into itk-report-record
           end-string.
           write itk-report-record.

      * second pass: quarantined batches go whole to the quarantine
      * file, everything else back into the transmission; the
      * original is kept as a generation
       split-transmission.
           open input trans-file.
           open output trans-work-file.
           move 0 to bat-idx.
           move 'K' to route-line.
           move 'n' to end-of-trans.
           perform route-trans-line until end-of-trans = 'y'.
           close trans-work-file.
           close trans-file.

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

       route-trans-line.
           read trans-file
               at end move 'y' to end-of-trans
               not at end
                   if input-header
                       add 1 to bat-idx
                       if bat-idx > bat-count
                           move 'K' to route-line
                       else
                           move bat-decision(bat-idx) to route-line
                       end-if
                   end-if
                   if route-line = 'Q'
                       perform quarantine-trans-line
                   else
                       move input-record to trans-work-record
                       write trans-work-record
                   end-if
                   if input-trailer
                       move 'K' to route-line
                   end-if
           end-read.

       quarantine-trans-line.
           if quar-open = 'n'
               open extend quar-file
               move 'y' to quar-open
           end-if.
           write quar-record from input-record.

       copy-work-line.
           read trans-work-file
               at end move 'y' to end-of-work
               not at end
                   move trans-work-record to input-record
                   write input-record
           end-read.

       copy day1gfn.

       write-report-header.
           move spaces to itk-report-record.
           string "TRANSMISSION INTAKE - RUN " ws-run-timestamp
                   delimited by size into itk-report-record
           end-string.
           write itk-report-record.
           move spaces to itk-report-record.
           string "REGISTER LINES READ: " reg-read-ct
                   " BATCHES REGISTERED BEFORE THIS RUN: " reg-count
                   delimited by size into itk-report-record
           end-string.
           write itk-report-record.
           move spaces to itk-report-record.
           string "RESTART RULE: A REGISTERED BATCH IS QUARANTINED "
                   "ONLY ONCE ITS FILE HAS BEEN POSTED SINCE IT WAS "
                   "REGISTERED - A RERUN BEFORE DAY1DRV HAS POSTED "
                   "KEEPS IT"
                   delimited by size into itk-report-record
           end-string.
           write itk-report-record.
           if reg-overflow = 'y'
               move spaces to itk-report-record
               string "ERROR: REGISTER EXCEEDS 20000 BATCHES - "
                       "NO TRANSMISSION CHECKED"
                       delimited by size into itk-report-record
               end-string
               write itk-report-record
           end-if.
           if psr-overflow = 'y'
               move spaces to itk-report-record
               string "ERROR: POSTED HISTORY NAMES MORE THAN 1000 "
                       "FILES - NO TRANSMISSION CHECKED"
                       delimited by size into itk-report-record
               end-string
               write itk-report-record
           end-if.

       write-file-line.
           move spaces to itk-report-record.
           if file-quarantined > 0
               string "FILE " function trim(ws-trans-path)
                       " BATCHES " file-batches
                       " REGISTERED " file-registered
                       " QUARANTINED " file-quarantined
                       " - ORIGINAL KEPT AS GENERATION"
                       delimited by size into itk-report-record
               end-string
           else
               string "FILE " function trim(ws-trans-path)
                       " BATCHES " file-batches
                       " REGISTERED " file-registered
                       " QUARANTINED " file-quarantined
                       delimited by size into itk-report-record
               end-string
           end-if.
           write itk-report-record.

       write-report-summary.
           move spaces to itk-report-record.
           string "FILES CHECKED: " files-checked
                   " BATCHES: " tot-batches
                   " REGISTERED: " tot-registered
                   " QUARANTINED: " tot-quarantined
                   " NO TRAILER: " tot-no-trailer
                   " KEPT UNPOSTED: " tot-unposted
                   delimited by size into itk-report-record
           end-string.
           write itk-report-record.
           if tot-quarantined > 0
               move spaces to itk-report-record
               string "QUARANTINED TO " function trim(ws-quar-path)
                       delimited by size into itk-report-record
               end-string
               write itk-report-record
           end-if.
           if reg-overflow = 'y' or bat-overflow = 'y'
               move spaces to itk-report-record
               string "ERROR: TABLE OVERFLOW - NOT EVERY BATCH "
                       "COULD BE CHECKED"
                       delimited by size into itk-report-record
               end-string
               write itk-report-record
           end-if.
