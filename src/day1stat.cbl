       01 rc-no-audit     pic 9(2) value 8.
       01 end-of-audit    pic x(1) value 'n'.
       01 end-of-keep     pic x(1) value 'n'.
       01 archive-open    pic x(1) value 'y'.
       01 period-class.
           05 stat-from-date  pic x(8) value '00000000'.
           05 stat-to-date    pic x(8) value '99999999'.
           end-read.

       classify-audit-line.
      * a line kept in the current file ends the archived run, so
      * nothing after it can go to the history file ahead of it
           if audit-record(1:4) not = 'TS: '
               add 1 to stat-unparsed
               move 'n' to archive-open
               move audit-record to audit-keep-record
               write audit-keep-record
               exit paragraph
           move audit-record to parse-line.
           perform parse-audit-line.

      * only the leading run of old lines is archived: once a line
      * stays, every later one stays too, so the history file followed
      * by the current file keeps the audit chain in sequence
           if line-date < cutoff-date and archive-open = 'y'
               add 1 to stat-archived
               move audit-record to audit-hist-record
               write audit-hist-record
           else
               move 'n' to archive-open
               add 1 to stat-kept
               move audit-record to audit-keep-record
               write audit-keep-record
