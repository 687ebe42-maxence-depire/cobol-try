      *> notification delivery-status processing: reads the messaging
      *> gateway's return file and marks each message on the
      *> notification queue delivered or failed. a failed message is
      *> not lost -- it goes on NOTIFY-PAPER.DAT, which the letter
      *> run prints and addresses like any other letter, and on the
      *> exception listing with the gateway's reason. an outcome for
      *> a message the queue does not hold as sent, or a trailer
      *> count that does not match the outcomes read, is listed too
      *> and raises the return code.
      *>
      *> return-file layout agreed with the gateway:
      *>   H run-date(8)                  the extract it answers
      *>   D message-id(8) outcome(1) reason(20)
      *>                                  D delivered, F failed
      *>   T record-count(6)
       identification division.
       program-id. notifyret.

       environment division.
       input-output section.
       file-control.
           select return-file assign to "NOTIFY-RETURN.DAT"
               organization line sequential
               file status is return-file-status.

           select queue-file assign to "NOTIFY-QUEUE.DAT"
               organization indexed
               access mode is dynamic
               record key is nq-message-id
               file status is queue-file-status.

           select paper-file assign to "NOTIFY-PAPER.DAT"
               organization line sequential.

           select exceptions-file assign to "NOTIFY-RETURNS.DAT"
               organization line sequential.

           select run-date-file assign to "RUN-DATE.DAT"
               organization line sequential
               file status is run-date-status.

       data division.
       file section.
       fd  return-file.
       01  return-record pic x(40).

       01  return-header redefines return-record.
           05 rt-record-type pic x(01).
               88 rt-is-header  value "H".
               88 rt-is-detail  value "D".
               88 rt-is-trailer value "T".
           05 rt-run-date    pic x(08).
           05 filler         pic x(31).

       01  return-detail redefines return-record.
           05 filler         pic x(01).
           05 rt-message-id  pic x(08).
           05 rt-outcome     pic x(01).
               88 rt-delivered value "D".
               88 rt-failed    value "F".
           05 rt-reason      pic x(20).
           05 filler         pic x(10).

       01  return-trailer redefines return-record.
           05 filler          pic x(01).
           05 rt-record-count pic 9(06).
           05 filler          pic x(33).

       fd  queue-file.
           copy notifrec.

      *> what the letter run needs to print and address the message
      *> on paper.
       fd  paper-file.
       01  paper-record.
           05 pp-recipient-kind pic x(01).
           05 pp-recipient-id   pic x(05).
           05 pp-source         pic x(03).
           05 pp-message-id     pic 9(08).
           05 pp-queued-date    pic x(08).
           05 pp-text           pic x(60).

       fd  exceptions-file.
       01  exceptions-line pic x(80).

       fd  run-date-file.
       01  run-date-record.
           05 rdc-business-date pic x(08).

       working-storage section.

           copy runlogfields.

           77 return-file-status pic xx.
           77 queue-file-status  pic xx.
           77 run-date-status    pic xx.

           77 business-date pic x(08).

           77 end-of-return pic x value "N".
               88 no-more-return value "Y".

           77 current-run-date pic x(08) value spaces.
           77 trailer-seen     pic x value "N".
           77 trailer-count    pic 9(06) value zero.

           77 outcomes-read     pic 9(06) value zero.
           77 messages-delivered pic 9(06) value zero.
           77 messages-failed   pic 9(06) value zero.
           77 outcomes-rejected pic 9(06) value zero.

           01 exceptions-heading.
               05 filler            pic x(28) value
                   " RETOURS PASSERELLE DU      ".
               05 eh-business-date  pic x(08).

           01 exception-detail.
               05 filler            pic x      value space.
               05 ex-run-date       pic x(08).
               05 filler            pic x(02)  value space.
               05 ex-message-id     pic x(08).
               05 filler            pic x(02)  value space.
               05 ex-recipient-kind pic x(01).
               05 filler            pic x      value space.
               05 ex-recipient-id   pic x(05).
               05 filler            pic x(02)  value space.
               05 ex-source         pic x(03).
               05 filler            pic x(02)  value space.
               05 ex-reason         pic x(20).
               05 filler            pic x(02)  value space.
               05 ex-flag           pic x(12).

       procedure division.

           perform write-runlog-start.

           perform read-business-date.

           open input return-file.
           if return-file-status not = "00"
               display "error: cannot open NOTIFY-RETURN.DAT"
      *> non-zero so a calling job step can detect the missing file.
               move 8 to return-code
               perform write-runlog-end
               goback
           end-if.

           open i-o queue-file.
           if queue-file-status not = "00"
               display "error: no NOTIFY-QUEUE.DAT --"
                   " nothing was ever queued"
               close return-file
               move 8 to return-code
               perform write-runlog-end
               goback
           end-if.

           open output paper-file.
           open output exceptions-file.
           move business-date to eh-business-date.
           move exceptions-heading to exceptions-line.
           write exceptions-line.
           move spaces to exceptions-line.
           write exceptions-line.

           perform until no-more-return
               read return-file
                   at end move "Y" to end-of-return
                   not at end perform post-one-return-record
               end-read
           end-perform.

           if trailer-seen = "N" or trailer-count not = outcomes-read
               move spaces to exception-detail
               move current-run-date to ex-run-date
               move "CONTROLE TRAILER" to ex-reason
               move "INCOMPLET" to ex-flag
               move exception-detail to exceptions-line
               write exceptions-line
               display "return file trailer count " trailer-count
                   " does not match " outcomes-read " outcomes"
               move 4 to return-code
           end-if.

           close return-file.
           close queue-file.
           close paper-file.
           close exceptions-file.

           display "outcomes read:          " outcomes-read.
           display "messages delivered:     " messages-delivered.
           display "failed, sent to paper:  " messages-failed.
           display "outcomes rejected:      " outcomes-rejected.

           if outcomes-rejected > zero
      *> non-zero so the morning checklist sees gateway trouble.
               move 4 to return-code
           end-if.

           perform write-runlog-end.
       goback.

       write-runlog-start.

           move "notifyret" to rl-program-name.
           move "START" to rl-event.
           move zero to rl-records-read.
           move zero to rl-records-written.
           move zero to rl-return-code.
           call "runlog" using rl-program-name rl-event
               rl-records-read rl-records-written rl-return-code.

       write-runlog-end.

           move "notifyret" to rl-program-name.
           move "END" to rl-event.
           move outcomes-read to rl-records-read.
           move messages-failed to rl-records-written.
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

       post-one-return-record.

           evaluate true
               when rt-is-header
                   move rt-run-date to current-run-date
               when rt-is-detail
                   add 1 to outcomes-read
                   perform post-one-outcome
               when rt-is-trailer
                   move "Y" to trailer-seen
                   if rt-record-count is numeric
                       move rt-record-count to trailer-count
                   end-if
               when other
                   continue
           end-evaluate.

      *> only a message the queue holds as sent can take an outcome;
      *> one answered twice, or never shipped, is listed and left.
       post-one-outcome.

           move spaces to exception-detail.
           move current-run-date to ex-run-date.
           move rt-message-id to ex-message-id.
           move rt-reason to ex-reason.

           if rt-message-id is not numeric
               move "INCONNU" to ex-flag
               perform reject-one-outcome
           else
               move rt-message-id to nq-message-id
               read queue-file
                   invalid key
                       move "INCONNU" to ex-flag
                       perform reject-one-outcome
                   not invalid key
                       perform apply-one-outcome
               end-read
           end-if.

       apply-one-outcome.

           move nq-recipient-kind to ex-recipient-kind.
           move nq-recipient-id to ex-recipient-id.
           move nq-source to ex-source.

           evaluate true
               when not nq-is-sent
                   move "DEJA TRAITE" to ex-flag
                   perform reject-one-outcome
               when rt-delivered
                   move "D" to nq-status
                   move business-date to nq-outcome-date
                   move spaces to nq-reason
                   perform rewrite-queue-record
                   add 1 to messages-delivered
               when rt-failed
                   move "F" to nq-status
                   move business-date to nq-outcome-date
                   move rt-reason to nq-reason
                   perform rewrite-queue-record
                   perform route-to-paper
                   add 1 to messages-failed
               when other
                   move "ISSUE ?" to ex-flag
                   perform reject-one-outcome
           end-evaluate.

       rewrite-queue-record.

           rewrite notify-queue-record
               invalid key
                   display "error: rewrite failed " nq-message-id
           end-rewrite.

       route-to-paper.

           move nq-recipient-kind to pp-recipient-kind.
           move nq-recipient-id to pp-recipient-id.
           move nq-source to pp-source.
           move nq-message-id to pp-message-id.
           move nq-queued-date to pp-queued-date.
           move nq-text to pp-text.
           write paper-record.

           move "COURRIER" to ex-flag.
           move exception-detail to exceptions-line.
           write exceptions-line.

       reject-one-outcome.

           add 1 to outcomes-rejected.
           move exception-detail to exceptions-line.
           write exceptions-line.
