       open-dept-master.
           move 'n' to dpt-loaded.
           open input dept-master-file.
           if ws-master-status = "00"
               move 'y' to dpt-loaded
           end-if.

       close-dept-master.
           close dept-master-file.

       dept-lookup.
           move 'n' to dpt-hit.
           if dpt-loaded not = 'y'
               exit paragraph
           end-if.
           move dpt-lookup-code to dmf-dept-code.
           read dept-master-file
               invalid key continue
               not invalid key move 'y' to dpt-hit
           end-read.
