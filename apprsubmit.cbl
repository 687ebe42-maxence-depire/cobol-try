      *> submission step of the dual-control approval: the grade
      *> corrections a teacher hands in (GRADE-CORRECTIONS.DAT) and a
      *> regrade request card (REGRADE-REQUEST.DAT) no longer go
      *> straight to gradecorr and regrade -- each record is booked
      *> to the approval queue as a pending item under the signed-on
      *> operator who submitted it, and the input file is emptied so
      *> the same record is never queued twice. a second operator
      *> approves or rejects the items on apprmaint; the correction
      *> and regrade runs apply only approved items. a submission
      *> with no signed-on operator is refused, since the queue
      *> could never tell the approver from the submitter.
       identification division.
       program-id. apprsubmit.

       environment division.
       input-output section.
       file-control.
           select approval-file assign to "APPROVAL-QUEUE.DAT"
               organization indexed
               access mode is dynamic
               record key is aq-item-number
               file status is approval-file-status.

           select approval-seq-file assign to "APPROVAL-SEQ.DAT"
               organization line sequential
               file status is approval-seq-status.

           select corrections-file assign to "GRADE-CORRECTIONS.DAT"
               organization line sequential
               file status is corrections-file-status.

           select request-file assign to "REGRADE-REQUEST.DAT"
               organization line sequential
               file status is request-file-status.

           select session-file assign to "SESSION-OPERATOR.DAT"
               organization line sequential
               file status is session-file-status.

           select run-date-file assign to "RUN-DATE.DAT"
               organization line sequential
               file status is run-date-status.

       data division.
       file section.
       fd  approval-file.
           copy apprqueue.

       fd  approval-seq-file.
       01  approval-seq-record.
           05 aqs-last-number pic 9(06).

      *> taken whole: the image is what the approver sees and what
      *> gradecorr applies.
       fd  corrections-file.
       01  corrections-record pic x(26).

       fd  request-file.
       01  request-record pic x(14).

       fd  session-file.
       01  session-record.
           05 so-operator-id pic x(08).

       fd  run-date-file.
       01  run-date-record.
           05 rdc-business-date pic x(08).

       working-storage section.

           copy runlogfields.

           77 approval-file-status    pic xx.
           77 approval-seq-status     pic xx.
           77 corrections-file-status pic xx.
           77 request-file-status     pic xx.
           77 run-date-status         pic xx.

           77 session-file-status pic xx.
           77 session-operator pic x(08) value spaces.

           77 business-date pic x(08).

           77 end-of-corrections pic x value "N".
               88 no-more-corrections value "Y".

           77 next-item-number pic 9(06).

           77 records-read      pic 9(06) value zero.
           77 corrections-queued pic 9(05) value zero.
           77 regrades-queued   pic 9(05) value zero.
           77 items-queued      pic 9(06) value zero.

       procedure division.

           perform write-runlog-start.

           perform read-session-operator.
           perform read-business-date.

           if session-operator = spaces
               display "error: no signed-on operator -- corrections and"
                   " regrades must be submitted from a signed-on"
                   " session"
               move 8 to return-code
               perform write-runlog-end
               goback
           end-if.

           open i-o approval-file.
           if approval-file-status = "35"
               open output approval-file
               close approval-file
               open i-o approval-file
           end-if.
           if approval-file-status not = "00"
               display "error: cannot open APPROVAL-QUEUE.DAT"
               move 8 to return-code
               perform write-runlog-end
               goback
           end-if.

           perform queue-corrections.

           perform queue-regrade-request.

           close approval-file.

           add corrections-queued regrades-queued giving items-queued.

           display "corrections queued for approval: "
               corrections-queued.
           display "regrades queued for approval:    "
               regrades-queued.

           perform write-runlog-end.
       goback.

       write-runlog-start.

           move "apprsubmit" to rl-program-name.
           move "START" to rl-event.
           move zero to rl-records-read.
           move zero to rl-records-written.
           move zero to rl-return-code.
           call "runlog" using rl-program-name rl-event
               rl-records-read rl-records-written rl-return-code.

       write-runlog-end.

           move "apprsubmit" to rl-program-name.
           move "END" to rl-event.
           move records-read to rl-records-read.
           move items-queued to rl-records-written.
           move return-code to rl-return-code.
           call "runlog" using rl-program-name rl-event
               rl-records-read rl-records-written rl-return-code.

       read-session-operator.

           open input session-file.
           if session-file-status = "00"
               read session-file
                   not at end move so-operator-id to session-operator
               end-read
               close session-file
           end-if.

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

      *> no corrections file simply means nothing was handed in.
       queue-corrections.

           open input corrections-file.
           if corrections-file-status = "00"
               perform until no-more-corrections
                   read corrections-file
                       at end move "Y" to end-of-corrections
                       not at end perform queue-one-correction
                   end-read
               end-perform
               close corrections-file
               if corrections-queued > zero
                   open output corrections-file
                   close corrections-file
               end-if
           end-if.

       queue-one-correction.

           add 1 to records-read.

           perform take-next-item-number.

           move spaces to approval-item-record.
           move next-item-number to aq-item-number.
           move "C" to aq-item-type.
           move corrections-record to aq-payload.
           perform book-pending-item.

           if approval-file-status = "00"
               add 1 to corrections-queued
           end-if.

      *> regrade has only ever taken the one card.
       queue-regrade-request.

           open input request-file.
           if request-file-status = "00"
               read request-file
                   at end continue
                   not at end
                       add 1 to records-read
                       perform take-next-item-number
                       move spaces to approval-item-record
                       move next-item-number to aq-item-number
                       move "R" to aq-item-type
                       move request-record to aq-payload
                       perform book-pending-item
                       if approval-file-status = "00"
                           add 1 to regrades-queued
                       end-if
               end-read
               close request-file
               if regrades-queued > zero
                   open output request-file
                   close request-file
               end-if
           end-if.

       book-pending-item.

           move session-operator to aq-submitted-by.
           move business-date    to aq-submitted-date.
           move "P" to aq-status.

           write approval-item-record
               invalid key
                   display "error: item number already on file: "
                       next-item-number
                   move 8 to return-code
           end-write.

      *> the item counter is kept the way the certificate numbers
      *> are: last number used, rewritten as soon as it is taken.
       take-next-item-number.

           move zero to next-item-number.
           open input approval-seq-file.
           if approval-seq-status = "00"
               read approval-seq-file
                   not at end move aqs-last-number to next-item-number
               end-read
               close approval-seq-file
           end-if.

           add 1 to next-item-number.

           move next-item-number to aqs-last-number.
           open output approval-seq-file.
           write approval-seq-record.
           close approval-seq-file.
