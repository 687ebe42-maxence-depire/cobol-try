      *> one row per report that may be deferred to the night: the
      *> program, the request card it reads its parameters from
      *> (blank for a report that takes none) and the output file
      *> it writes, which the night copies for the requester.
           01 defer-report-record.
               05 dd-program      pic x(20).
               05 dd-request-card pic x(24).
               05 dd-output-file  pic x(24).
