      *> posting run for the stock write-offs that waited on the
      *> approval queue: every write-off a second operator has
      *> approved on apprmaint is posted through wopost under the
      *> approver's name, and the queue item is marked applied, or
      *> failed when the stock is no longer there to write off.
      *> pending and rejected write-offs are left where they are;
      *> grade corrections and regrades are not this run's business.
       identification division.
       program-id. woapply.

       environment division.
       input-output section.
       file-control.
           select approval-file assign to "APPROVAL-QUEUE.DAT"
               organization indexed
               access mode is dynamic
               record key is aq-item-number
               file status is approval-file-status.

           select run-date-file assign to "RUN-DATE.DAT"
               organization line sequential
               file status is run-date-status.

       data division.
       file section.
       fd  approval-file.
           copy apprqueue.

       fd  run-date-file.
       01  run-date-record.
           05 rdc-business-date pic x(08).

       working-storage section.

           copy runlogfields.

           77 approval-file-status pic xx.
           77 run-date-status      pic xx.
           77 business-date        pic x(08).

           77 end-of-queue pic x value "N".
               88 no-more-queue value "Y".

           77 items-read    pic 9(05) value zero.
           77 items-posted  pic 9(05) value zero.
           77 items-failed  pic 9(05) value zero.
           77 post-result   pic 9(04).

           copy trnpayload.

           01 writeoff-payload.
               05 wp-item-id     pic x(05).
               05 wp-quantity    pic 9(05).
               05 wp-reason-code pic x(05).
               05 wp-location    pic x(03).
               05 wp-date        pic x(08).

       procedure division.

           perform write-runlog-start.

           perform read-business-date.

           open i-o approval-file.
           if approval-file-status not = "00"
               display "error: cannot open APPROVAL-QUEUE.DAT"
      *> non-zero so a calling job step can detect the missing file.
               move 8 to return-code
               perform write-runlog-end
               goback
           end-if.

           perform until no-more-queue
               read approval-file next record
                   at end move "Y" to end-of-queue
                   not at end
                       add 1 to items-read
                       if aq-is-writeoff and aq-is-approved
                           perform post-approved-writeoff
                       end-if
               end-read
           end-perform.

           close approval-file.

           display "queue items read:     " items-read.
           display "write-offs posted:    " items-posted.
           display "write-offs failed:    " items-failed.

           move zero to return-code.
           if items-failed > zero
      *> non-zero so the stores know some approved write-offs are
      *> still standing.
               move 4 to return-code
           end-if.

           perform write-runlog-end.
       goback.

       write-runlog-start.

           move "woapply" to rl-program-name.
           move "START" to rl-event.
           move zero to rl-records-read.
           move zero to rl-records-written.
           move zero to rl-return-code.
           call "runlog" using rl-program-name rl-event
               rl-records-read rl-records-written rl-return-code.

       write-runlog-end.

           move "woapply" to rl-program-name.
           move "END" to rl-event.
           move items-read to rl-records-read.
           move items-posted to rl-records-written.
           move return-code to rl-return-code.
           call "runlog" using rl-program-name rl-event
               rl-records-read rl-records-written rl-return-code.

       read-business-date.

           move function current-date(1:8) to business-date.

           open input run-date-file.
           if run-date-status = "00"
               read run-date-file
                   not at end
                       if rdc-business-date is numeric
                           move rdc-business-date to business-date
                       end-if
               end-read
               close run-date-file
           end-if.

      *> the transaction is rebuilt from the queued image the way
      *> the dispatcher would have handed it over.
       post-approved-writeoff.

           move aq-payload to writeoff-payload.

           move spaces to transaction-payload.
           move 6 to tp-choice.
           move aq-reference to tp-ref-number.
           move wp-item-id to tp-item-id.
           move wp-quantity to tp-quantity.
           move wp-date to tp-date.
           move wp-location to tp-location.
           move wp-reason-code to tp-reason-code.

           move zero to return-code.
           call "wopost" using transaction-payload aq-approved-by.
           move return-code to post-result.
           move zero to return-code.

           if post-result = zero
               move "D" to aq-status
               add 1 to items-posted
           else
               move "F" to aq-status
               add 1 to items-failed
               display "write-off " aq-reference " item "
                   aq-item-number " could not be posted"
           end-if.
           move business-date to aq-applied-date.

           rewrite approval-item-record
               invalid key display "error: rewrite failed"
           end-rewrite.
