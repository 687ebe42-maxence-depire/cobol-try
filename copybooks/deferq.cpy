      *> deferred report queue, keyed by the request number: a
      *> heavy report asked for from the menu with "run tonight"
      *> instead of running in the day. the request carries the
      *> report's parameters as the request card the report reads,
      *> and the operator who asked. it waits (W) until the night's
      *> deferred-report slot runs it, and is then done (D), its
      *> output copied under its own name and bundled for the
      *> requester, or failed (F) with the reason.
           01 defer-request-record.
               05 dq-request-number  pic 9(06).
               05 dq-program         pic x(20).
               05 dq-parameters      pic x(46).
               05 dq-requested-by    pic x(08).
               05 dq-requested-date  pic x(08).
               05 dq-status          pic x(01).
                   88 dq-is-waiting  value "W".
                   88 dq-is-done     value "D".
                   88 dq-is-failed   value "F".
               05 dq-run-date        pic x(08).
               05 dq-return-code     pic 9(04).
               05 dq-output-name     pic x(20).
               05 dq-reason          pic x(20).
