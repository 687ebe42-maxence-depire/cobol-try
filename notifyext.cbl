      *> nightly notification extract: every message still waiting
      *> on the notification queue goes to the messaging gateway's
      *> interface file -- one D record per message carrying the
      *> message number, the recipient and the text, wrapped in a
      *> header carrying the run date and a trailer carrying the
      *> record count and the hashed message numbers, so the gateway
      *> can verify completeness the way the district does with our
      *> results extract. each message shipped is marked sent with
      *> the extract date, and every extract is logged on the
      *> notification register. the gateway resolves the contact
      *> from its own directory; the name travels so a message to
      *> the wrong family can be caught by a person.
       identification division.
       program-id. notifyext.

       environment division.
       input-output section.
       file-control.
           select queue-file assign to "NOTIFY-QUEUE.DAT"
               organization indexed
               access mode is dynamic
               record key is nq-message-id
               file status is queue-file-status.

           select guardian-master-file assign to "GUARDIAN-MASTER.DAT"
               organization indexed
               access mode is dynamic
               record key is gd-student-id
               file status is guardian-master-status.

           select customer-master-file assign to "CUSTOMER-MASTER.DAT"
               organization indexed
               access mode is dynamic
               record key is cu-customer-code
               file status is customer-master-status.

           select extract-file assign to "NOTIFY-GATEWAY.DAT"
               organization line sequential.

           select register-file assign to "NOTIFY-REGISTER.DAT"
               organization line sequential
               file status is register-file-status.

           select run-date-file assign to "RUN-DATE.DAT"
               organization line sequential
               file status is run-date-status.

       data division.
       file section.
       fd  queue-file.
           copy notifrec.

       fd  guardian-master-file.
           copy guardmast.

       fd  customer-master-file.
           copy custmast.

       fd  extract-file.
       01  extract-record pic x(110).

       fd  register-file.
       01  register-line pic x(60).

       fd  run-date-file.
       01  run-date-record.
           05 rdc-business-date pic x(08).

       working-storage section.

           copy runlogfields.

           77 queue-file-status      pic xx.
           77 guardian-master-status pic xx.
           77 customer-master-status pic xx.
           77 register-file-status   pic xx.
           77 run-date-status        pic xx.

           77 guardian-master-available pic x value "N".
               88 guardian-master-is-available value "Y".
           77 customer-master-available pic x value "N".
               88 customer-master-is-available value "Y".

           77 business-date pic x(08).
           77 run-timestamp pic x(15).

           77 end-of-queue pic x value "N".
               88 no-more-queue value "Y".

           77 messages-read pic 9(07) value zero.
           77 record-count  pic 9(06) value zero.
           77 hash-total    pic 9(14) value zero.

           01 header-record.
               05 filler            pic x(01) value "H".
               05 hd-run-date       pic x(08).
               05 filler            pic x(08) value "MESSAGES".

           01 detail-record.
               05 filler            pic x(01) value "D".
               05 dt-message-id     pic 9(08).
               05 dt-recipient-kind pic x(01).
               05 dt-recipient-id   pic x(05).
               05 dt-recipient-name pic x(20).
               05 dt-source         pic x(03).
               05 dt-queued-date    pic x(08).
               05 dt-text           pic x(60).

           01 trailer-record.
               05 filler            pic x(01) value "T".
               05 tr-record-count   pic 9(06).
               05 tr-hash-total     pic 9(14).

           01 register-detail.
               05 filler            pic x      value space.
               05 rg-timestamp      pic x(15).
               05 filler            pic x(02)  value space.
               05 rg-run-date       pic x(08).
               05 filler            pic x(02)  value space.
               05 rg-record-count   pic zzzzz9.
               05 filler            pic x(02)  value space.
               05 rg-hash-total     pic z(13)9.

       procedure division.

           perform write-runlog-start.

           perform read-business-date.

           open i-o queue-file.
           if queue-file-status = "35"
               display "no NOTIFY-QUEUE.DAT -- nothing queued"
               perform write-runlog-end
               goback
           end-if.
           if queue-file-status not = "00"
               display "error: cannot open NOTIFY-QUEUE.DAT, status "
                   queue-file-status
      *> non-zero so a calling job step can detect the broken file.
               move 8 to return-code
               perform write-runlog-end
               goback
           end-if.

           open input guardian-master-file.
           if guardian-master-status = "00"
               move "Y" to guardian-master-available
           end-if.

           open input customer-master-file.
           if customer-master-status = "00"
               move "Y" to customer-master-available
           end-if.

           open output extract-file.

           move business-date to hd-run-date.
           move header-record to extract-record.
           write extract-record.

           perform until no-more-queue
               read queue-file next record
                   at end move "Y" to end-of-queue
                   not at end
                       add 1 to messages-read
                       if nq-is-queued
                           perform extract-one-message
                       end-if
               end-read
           end-perform.

           move record-count to tr-record-count.
           move hash-total to tr-hash-total.
           move trailer-record to extract-record.
           write extract-record.

           close extract-file.
           close queue-file.

           if guardian-master-is-available
               close guardian-master-file
           end-if.
           if customer-master-is-available
               close customer-master-file
           end-if.

           perform write-notify-register.

           display "notifications extracted: " record-count.

           perform write-runlog-end.
       goback.

       write-runlog-start.

           move "notifyext" to rl-program-name.
           move "START" to rl-event.
           move zero to rl-records-read.
           move zero to rl-records-written.
           move zero to rl-return-code.
           call "runlog" using rl-program-name rl-event
               rl-records-read rl-records-written rl-return-code.

       write-runlog-end.

           move "notifyext" to rl-program-name.
           move "END" to rl-event.
           move messages-read to rl-records-read.
           move record-count to rl-records-written.
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

       extract-one-message.

           move nq-message-id to dt-message-id.
           move nq-recipient-kind to dt-recipient-kind.
           move nq-recipient-id to dt-recipient-id.
           move nq-source to dt-source.
           move nq-queued-date to dt-queued-date.
           move nq-text to dt-text.

           move spaces to dt-recipient-name.
           if nq-to-student and guardian-master-is-available
               move nq-recipient-id to gd-student-id
               read guardian-master-file
                   invalid key continue
                   not invalid key
                       move gd-guardian-name to dt-recipient-name
               end-read
           end-if.
           if nq-to-customer and customer-master-is-available
               move nq-recipient-id to cu-customer-code
               read customer-master-file
                   invalid key continue
                   not invalid key move cu-name to dt-recipient-name
               end-read
           end-if.

           move detail-record to extract-record.
           write extract-record.
           add 1 to record-count.
           add nq-message-id to hash-total.

           move "S" to nq-status.
           move business-date to nq-extract-date.
           rewrite notify-queue-record
               invalid key
                   display "error: rewrite failed " nq-message-id
           end-rewrite.

       write-notify-register.

           move function current-date to run-timestamp.

           move run-timestamp to rg-timestamp.
           move business-date to rg-run-date.
           move record-count to rg-record-count.
           move hash-total to rg-hash-total.

           open extend register-file.
           if register-file-status = "35"
               open output register-file
           end-if.
           move register-detail to register-line.
           write register-line.
           close register-file.
