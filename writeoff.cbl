      *> stock write-off leg, dispatched like the other warehouse
      *> legs with its own code in COMMAND-TABLE.DAT: breakage,
      *> theft, expiry and the like, each with a reason code that
      *> must be on the code master, so they stop passing as count
      *> variances. the payload carries the write-off reference,
      *> the item, the quantity, the location and the reason.
      *>
      *> a write-off worth no more than the WRITEOFF-LIMIT site
      *> parameter at unit cost posts at once through wopost. one
      *> worth more is booked to the approval queue as a pending
      *> write-off instead, and posts only when a second operator
      *> has approved it on apprmaint and the woapply run picks it
      *> up. a write-off that cannot be validated posts return-code
      *> 4 and nothing, so the dispatcher quarantines it intact.
       identification division.
       program-id. writeoff.

       environment division.
       input-output section.
       file-control.
           select code-master-file assign to "CODE-MASTER.DAT"
               organization indexed
               access mode is dynamic
               record key is cm-code
               file status is code-master-status.

           select item-master-file assign to "ITEM-MASTER.DAT"
               organization indexed
               access mode is dynamic
               record key is im-item-id
               file status is item-master-status.

           select approval-file assign to "APPROVAL-QUEUE.DAT"
               organization indexed
               access mode is dynamic
               record key is aq-item-number
               file status is approval-file-status.

           select approval-seq-file assign to "APPROVAL-SEQ.DAT"
               organization line sequential
               file status is approval-seq-status.

           select run-date-file assign to "RUN-DATE.DAT"
               organization line sequential
               file status is run-date-status.

       data division.
       file section.
       fd  code-master-file.
           copy codemast.

       fd  item-master-file.
           copy itemmast.

       fd  approval-file.
           copy apprqueue.

       fd  approval-seq-file.
       01  approval-seq-record.
           05 aqs-last-number pic 9(06).

       fd  run-date-file.
       01  run-date-record.
           05 rdc-business-date pic x(08).

       working-storage section.

           77 code-master-status   pic xx.
           77 item-master-status   pic xx.
           77 approval-file-status pic xx.
           77 approval-seq-status  pic xx.
           77 run-date-status      pic xx.
           77 business-date        pic x(08).

           copy paramfields.

      *> the value at unit cost above which a write-off waits for
      *> a second signature; WRITEOFF-LIMIT on SITE-PARAMS.DAT.
           77 writeoff-limit pic 9(07)v99 value 250.00.
           77 writeoff-value pic 9(08)v99.

           77 reason-found pic x.
           77 item-found   pic x.
           77 on-hand      pic 9(06).

           77 next-item-number pic 9(06).

      *> the queue tells the approver from the submitter; a
      *> dispatched write-off has no signed-on operator, so it is
      *> booked under the dispatcher's name and any operator can
      *> approve it.
           77 submitted-by pic x(08) value "DISPATCH".
           77 approved-by  pic x(08) value spaces.

           01 writeoff-payload.
               05 wp-item-id     pic x(05).
               05 wp-quantity    pic 9(05).
               05 wp-reason-code pic x(05).
               05 wp-location    pic x(03).
               05 wp-date        pic x(08).

       linkage section.
           copy trnpayload.

       procedure division using transaction-payload.

           if tp-quantity = zero
               display "writeoff: zero quantity, nothing written off"
      *> non-zero so the dispatcher quarantines the transaction.
               move 4 to return-code
               goback
           end-if.

           perform check-reason-code.
           if reason-found = "N"
               display "writeoff: reason '" tp-reason-code
                   "' not on the code master"
               move 4 to return-code
               goback
           end-if.

           perform value-writeoff.
           if item-found = "N"
               display "writeoff: unknown item " tp-item-id
               move 4 to return-code
               goback
           end-if.

           if tp-quantity > on-hand
               display "writeoff: only " on-hand " of " tp-item-id
                   " on hand, write-off refused"
               move 4 to return-code
               goback
           end-if.

           move "WRITEOFF-LIMIT" to pm-name.
           call "getparam" using pm-name pm-value pm-found.
           if pm-found = "Y" and pm-value > zero
               move pm-value to writeoff-limit
           end-if.

           if writeoff-value > writeoff-limit
               perform queue-for-approval
           else
               call "wopost" using transaction-payload approved-by
           end-if.

       goback.

       check-reason-code.

           move "N" to reason-found.

           open input code-master-file.
           if code-master-status = "00"
               if tp-reason-code not = spaces
                   move tp-reason-code to cm-code
                   read code-master-file
                       invalid key continue
                       not invalid key move "Y" to reason-found
                   end-read
               end-if
               close code-master-file
           end-if.

       value-writeoff.

           move "N" to item-found.
           move zero to on-hand.
           move zero to writeoff-value.

           open input item-master-file.
           if item-master-status = "00"
               move tp-item-id to im-item-id
               read item-master-file
                   invalid key continue
                   not invalid key
                       move "Y" to item-found
                       move im-on-hand to on-hand
                       compute writeoff-value =
                           tp-quantity * im-unit-cost
               end-read
               close item-master-file
           end-if.

       queue-for-approval.

           perform read-business-date.

           open i-o approval-file.
           if approval-file-status = "35"
               open output approval-file
               close approval-file
               open i-o approval-file
           end-if.
           if approval-file-status not = "00"
               display "writeoff: cannot open APPROVAL-QUEUE.DAT"
               move 4 to return-code
               goback
           end-if.

           perform take-next-item-number.

           move tp-item-id to wp-item-id.
           move tp-quantity to wp-quantity.
           move tp-reason-code to wp-reason-code.
           move tp-location to wp-location.
           move tp-date to wp-date.

           move spaces to approval-item-record.
           move next-item-number to aq-item-number.
           move "W" to aq-item-type.
           move writeoff-payload to aq-payload.
           move tp-ref-number to aq-reference.
           move submitted-by to aq-submitted-by.
           move business-date to aq-submitted-date.
           move "P" to aq-status.

           write approval-item-record
               invalid key
                   display "writeoff: item number already on file: "
                       next-item-number
                   move 4 to return-code
               not invalid key
                   display "writeoff: " tp-ref-number " worth "
                       writeoff-value " held for approval, item "
                       next-item-number
           end-write.

           close approval-file.

      *> the item counter apprsubmit keeps: last number used,
      *> rewritten as soon as it is taken.
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
