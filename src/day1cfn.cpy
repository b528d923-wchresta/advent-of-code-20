      * appends the next sequence number and the chained check value
      * to the audit line in chain-line; chain-seq and chain-value
      * must hold the last line of the trail (0 for a new trail)
       seal-audit-line.
           add 1 to chain-seq.
           compute chain-ptr =
               function length(function trim(chain-line trailing)) + 1.
           string " SEQ: " chain-seq
                   delimited by size into chain-line
                   with pointer chain-ptr
           end-string.
           compute chain-text-len = chain-ptr - 1.
           perform compute-chain-value.
           move chain-work to chain-value.
           string " CHK: " chain-value
                   delimited by size into chain-line
                   with pointer chain-ptr
           end-string.

      * check value of chain-line(1:chain-text-len) chained from
      * chain-value, returned in chain-work
       compute-chain-value.
           move chain-value to chain-work.
           perform varying chain-idx from 1 by 1
                   until chain-idx > chain-text-len
               compute chain-work = function mod(
                   chain-work * 31
                   + function ord(chain-line(chain-idx:1)),
                   999999937)
           end-perform.

      * splits a sealed line in chain-line into its sequence number,
      * check value and the length of the text the value covers;
      * chain-sealed is 'n' for a line without the chain suffix
       split-chain-line.
           move 'n' to chain-sealed.
           if chain-line = spaces
               exit paragraph
           end-if.
           move function length(function trim(chain-line trailing))
               to chain-len.
           if chain-len < 31
               exit paragraph
           end-if.
           if chain-line(chain-len - 29:6) = ' SEQ: '
                   and chain-line(chain-len - 14:6) = ' CHK: '
                   and chain-line(chain-len - 23:9) is numeric
                   and chain-line(chain-len - 8:9) is numeric
               move 'y' to chain-sealed
               move chain-line(chain-len - 23:9) to chain-line-seq
               move chain-line(chain-len - 8:9) to chain-line-chk
               compute chain-text-len = chain-len - 15
           end-if.

      * keeps the last sealed line seen as the end of the trail
       note-chain-tail.
           perform split-chain-line.
           if chain-sealed = 'y'
               move chain-line-seq to chain-seq
               move chain-line-chk to chain-value
               move 'y' to chain-found
           end-if.
