       load-vendor-master.
      * the master stays open for keyed lookups until
      * close-vendor-master - an empty master turns the check off
           move 'n' to vnd-loaded.
           open input vendor-master-file.
           if ws-vendor-status = "00"
               move 'y' to vnd-loaded
               move low-values to vmf-vendor-id
               start vendor-master-file
                   key is not less than vmf-vendor-id
                   invalid key move 'n' to vnd-loaded
               end-start
           end-if.

       close-vendor-master.
           close vendor-master-file.

       vendor-lookup.
           move 'n' to vnd-hit.
           if vnd-loaded not = 'y'
               exit paragraph
           end-if.
           move vnd-lookup-id to vmf-vendor-id.
           read vendor-master-file
               invalid key continue
               not invalid key move 'y' to vnd-hit
           end-read.
