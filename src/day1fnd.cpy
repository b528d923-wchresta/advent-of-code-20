               add 1 to glx-count
               add match-3 to glx-hash
           end-if.
           perform write-journal-legs.

       build-match-detail.
           move spaces to match-detail.
