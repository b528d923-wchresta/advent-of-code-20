      * audit trail chaining: every audit line ends in
      *   " SEQ: nnnnnnnnn CHK: ccccccccc"
      * where CHK is computed over the line up to and including the
      * sequence number, starting from the CHK of the line before
       01 audit-chain-class.
           05 chain-line      pic x(300).
           05 chain-seq       pic 9(9) value 0.
           05 chain-value     pic 9(9) value 0.
           05 chain-found     pic x(1) value 'n'.
           05 chain-eof       pic x(1) value 'n'.
           05 chain-sealed    pic x(1).
           05 chain-line-seq  pic 9(9).
           05 chain-line-chk  pic 9(9).
           05 chain-len       pic 9(3).
           05 chain-text-len  pic 9(3).
           05 chain-idx       pic 9(3).
           05 chain-ptr       pic 9(3).
           05 chain-work      pic 9(11).
