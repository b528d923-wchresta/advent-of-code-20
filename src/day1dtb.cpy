       01 dept-lookup-class.
           05 dpt-loaded      pic x(1) value 'n'.
           05 dpt-lookup-code pic x(4).
           05 dpt-hit         pic x(1).
