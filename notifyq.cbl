      *> reusable notification enqueue -- the messaging counterpart
      *> of movelog: the grading run, the absence notices, the
      *> backorder notices and the fee statements each call it for
      *> every message they want sent, and it lands on the indexed
      *> NOTIFY-QUEUE.DAT under the next message number, waiting
      *> for the nightly gateway extract. a family that refused
      *> notification messages on the consent master gets nothing
      *> queued; consentchk books the exclusion, and the paper the
      *> producing run prints goes out as it always has.
       identification division.
       program-id. notifyq.

       environment division.
       input-output section.
       file-control.
           select queue-file assign to "NOTIFY-QUEUE.DAT"
               organization indexed
               access mode is dynamic
               record key is nq-message-id
               file status is queue-file-status.

           select queue-seq-file assign to "NOTIFY-SEQ.DAT"
               organization line sequential
               file status is queue-seq-status.

       data division.
       file section.
       fd  queue-file.
           copy notifrec.

       fd  queue-seq-file.
       01  queue-seq-record.
           05 nqs-last-number pic 9(08).

       working-storage section.

           copy consentfields.

           77 queue-file-status pic xx.
           77 queue-seq-status  pic xx.

           77 next-message-number pic 9(08).

       linkage section.
           copy notifyfields.

       procedure division using nf-recipient-kind nf-recipient-id
               nf-source nf-reference nf-text nf-program nf-queued.

           move "Y" to nf-queued.

           if nf-recipient-kind = "S"
               move nf-recipient-id to cf-student-id
               move "N" to cf-use
               move nf-program to cf-program
               call "consentchk" using cf-student-id cf-use
                   cf-program cf-allowed
               if cf-allowed = "N"
                   move "N" to nf-queued
                   goback
               end-if
           end-if.

           perform take-next-message-number.

           move spaces to notify-queue-record.
           move next-message-number to nq-message-id.
           move nf-recipient-kind to nq-recipient-kind.
           move nf-recipient-id to nq-recipient-id.
           move nf-source to nq-source.
           move nf-reference to nq-reference.
           move nf-text to nq-text.
           move function current-date(1:8) to nq-queued-date.
           move nf-program to nq-queued-by.
           move "Q" to nq-status.

           open i-o queue-file.
           if queue-file-status = "35"
               open output queue-file
               close queue-file
               open i-o queue-file
           end-if.
           write notify-queue-record
               invalid key
                   display "warning: notification " nq-message-id
                       " already queued"
                   move "N" to nf-queued
           end-write.
           close queue-file.

       goback.

      *> the message counter is kept the way the approval items
      *> are: last number used, rewritten as soon as it is taken.
       take-next-message-number.

           move zero to next-message-number.
           open input queue-seq-file.
           if queue-seq-status = "00"
               read queue-seq-file
                   not at end move nqs-last-number
                       to next-message-number
               end-read
               close queue-seq-file
           end-if.

           add 1 to next-message-number.

           move next-message-number to nqs-last-number.
           open output queue-seq-file.
           write queue-seq-record.
           close queue-seq-file.
