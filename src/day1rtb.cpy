       01 release-scan-class.
           05 rsc-open        pic x(1) value 'n'.
           05 rsc-hdr-seen    pic x(1) value 'n'.
           05 rsc-trl-seen    pic x(1) value 'n'.
           05 rsc-det-count   pic 9(6) value 0.
           05 rsc-hash        pic s9(13)v99 value 0.
           05 rsc-trl-count   pic 9(6) value 0.
           05 rsc-trl-hash    pic s9(13)v99 value 0.
           05 rsc-batch-no    pic 9(5) value 0.
           05 rsc-line-batch  pic 9(5) value 0.
           05 rsc-failed-ct   pic 9(5) value 0.
           05 rsc-kept-ct     pic 9(6) value 0.
       01 release-scan-table.
           05 rsc-batch-failed pic x(1) occurs 9999 times.
