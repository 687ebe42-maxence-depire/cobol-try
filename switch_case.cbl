           05 tr-date       pic x(08).
           05 tr-location   pic x(03).
           05 tr-customer   pic x(05).
           05 tr-disposition pic x(01).
           05 tr-reason-code pic x(05).

       fd  exceptions-file.
       01  exceptions-line pic x(40).
           05 qx-program    pic x(10).
           05 qx-timestamp  pic x(15).
           05 qx-fail-count pic 9(03).
           05 qx-disposition pic x(01).
           05 qx-reason-code pic x(05).

       fd  dispatch-mode-file.
       01  dispatch-mode-record.
               05 bsd-last      pic zzzz9.

           01 quarantine-table.
               05 quarantine-entry occurs 500 times pic x(69).

           77 end-of-quarantine pic x value "N".
               88 no-more-quarantine value "Y".
           move tr-date to tp-date.
           move tr-location to tp-location.
           move tr-customer to tp-customer.
           move tr-disposition to tp-disposition.
           move tr-reason-code to tp-reason-code.

           move 1 to current-fail-count.

           move tp-date       to qx-date.
           move tp-location   to qx-location.
           move tp-customer   to qx-customer.
           move tp-disposition to qx-disposition.
           move tp-reason-code to qx-reason-code.
           move dispatch-program to qx-program.
           move run-timestamp to qx-timestamp.
           move current-fail-count to qx-fail-count.
           move qx-date       to tp-date.
           move qx-location   to tp-location.
           move qx-customer   to tp-customer.
           move qx-disposition to tp-disposition.
           move qx-reason-code to tp-reason-code.
           compute current-fail-count = qx-fail-count + 1.

           perform dispatch-current-payload.
