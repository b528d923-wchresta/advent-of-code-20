       01 vendor-lookup-class.
           05 vnd-loaded    pic x(1) value 'n'.
           05 vnd-lookup-id pic x(8).
           05 vnd-hit       pic x(1).
