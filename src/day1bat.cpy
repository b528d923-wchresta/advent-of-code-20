           05 bat-balanced-ct   pic 9(2) value 0.
           05 bat-failed-ct     pic 9(2) value 0.
           05 bat-cur-status    pic x(1).
           05 bat-post-from     pic 9(6).
           05 bat-post-idx      pic 9(6).
           05 bat-hash-disp     pic -9(13).99.
           05 bat-trl-hash-disp pic -9(13).99.
       01 batch-result-table.
