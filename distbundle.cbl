      *> missing or empty lands on the exception listing with a
      *> non-zero return code.
      *>
      *> a report an operator deferred to the night from the menu is
      *> bundled for that operator: each request the deferred-report
      *> slot finished on this business date adds its output copy to
      *> the requester's packet, the operator id standing as the
      *> recipient.
      *>
      *> distribution row: report file name(20) recipient(12).
       identification division.
       program-id. distbundle.
               organization line sequential
               file status is register-file-status.

           select defer-queue-file assign to "DEFER-QUEUE.DAT"
               organization indexed
               access mode is dynamic
               record key is dq-request-number
               file status is defer-queue-status.

           select exceptions-file assign to "BUNDLE-EXCEPTIONS.DAT"
               organization line sequential.

       fd  register-file.
       01  register-line pic x(70).

       fd  defer-queue-file.
           copy deferq.

       fd  exceptions-file.
       01  exceptions-line pic x(60).

           77 report-file-status  pic xx.
           77 packet-file-status  pic xx.
           77 register-file-status pic xx.
           77 defer-queue-status  pic xx.
           77 run-date-status     pic xx.

           77 report-file-name pic x(20).

           77 end-of-report pic x.

           77 end-of-queue pic x value "N".
               88 no-more-queue value "Y".
           77 deferred-bundled pic 9(03) value zero.

      *> the distribution list loaded whole, then walked recipient
      *> by recipient so each packet comes out in one piece.
           77 list-count pic 9(03) value zero.
               goback
           end-if.

           perform load-deferred-outputs.

           open output exceptions-file.

           perform varying recipient-idx from 1 by 1
           close exceptions-file.

           display "packets built:      " packets-built.
           display "deferred reports:   " deferred-bundled.
           display "bundle exceptions:  " exception-count.

           if exception-count > zero
               close dist-list-file
           end-if.

      *> tonight's finished deferred requests join the list as one
      *> more report each, addressed to the operator who asked.
       load-deferred-outputs.

           open input defer-queue-file.
           if defer-queue-status = "00"
               perform until no-more-queue
                   read defer-queue-file next record
                       at end move "Y" to end-of-queue
                       not at end
                           if dq-is-done
                                   and dq-run-date = business-date
                                   and list-count < 100
                               add 1 to list-count
                               move dq-output-name
                                   to dt-report-name(list-count)
                               move dq-requested-by
                                   to dt-recipient(list-count)
                               perform note-recipient
                               add 1 to deferred-bundled
                           end-if
                   end-read
               end-perform
               close defer-queue-file
           end-if.

       note-recipient.

           move zero to recipient-slot.
           perform varying recipient-idx from 1 by 1
                   until recipient-idx > recipient-count
                       or recipient-slot > zero
               if recipient-name(recipient-idx)
                       = dt-recipient(list-count)
                   move recipient-idx to recipient-slot
               end-if
           end-perform.

           if recipient-slot = zero and recipient-count < 30
               add 1 to recipient-count
               move dt-recipient(list-count)
                   to recipient-name(recipient-count)
           end-if.

