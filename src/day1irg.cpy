       01 intake-register-record.
           05 irg-fingerprint.
               10 irg-hdr-date  pic x(8).
               10 filler        pic x(1).
               10 irg-hdr-dept  pic x(4).
               10 filler        pic x(1).
               10 irg-trl-count pic x(6).
               10 filler        pic x(1).
               10 irg-trl-hash  pic x(15).
               10 irg-trl-sign  pic x(1).
           05 filler        pic x(1).
           05 irg-reg-ts    pic x(14).
           05 filler        pic x(1).
           05 irg-source    pic x(60).
