      *> the night's deferred-report slot: every request waiting on
      *> DEFER-QUEUE.DAT -- a report an operator asked for from the
      *> menu with "run tonight" -- is run here, after the grading
      *> steps, in request order. the request's parameters go on the
      *> report's own request card the way an operator would have
      *> left it, the report is called, and its output is copied to
      *> DEFER-<request number>.DAT, which distbundle puts in the
      *> requester's packet. the request is marked done, or failed
      *> with the reason -- the report could not be loaded, ended at
      *> return code 8 or above, or left no output -- for the
      *> requester to see on the request screen in the morning. a
      *> request card that was on file before the night is put back
      *> as it was.
      *>
      *> DEFER-REPORTS.DAT row: program(20) request card(24) output
      *> file(24).
       identification division.
       program-id. deferrun.

       environment division.
       input-output section.
       file-control.
           select defer-queue-file assign to "DEFER-QUEUE.DAT"
               organization indexed
               access mode is dynamic
               record key is dq-request-number
               file status is defer-queue-status.

           select defer-reports-file assign to "DEFER-REPORTS.DAT"
               organization line sequential
               file status is defer-reports-status.

           select request-card-file assign to request-card-name
               organization line sequential
               file status is request-card-status.

           select report-file assign to report-file-name
               organization line sequential
               file status is report-file-status.

           select copy-file assign to copy-file-name
               organization line sequential
               file status is copy-file-status.

           select run-date-file assign to "RUN-DATE.DAT"
               organization line sequential
               file status is run-date-status.

       data division.
       file section.
       fd  defer-queue-file.
           copy deferq.

       fd  defer-reports-file.
           copy deferdef.

       fd  request-card-file.
       01  request-card-record pic x(46).

       fd  report-file.
       01  report-record pic x(132).

       fd  copy-file.
       01  copy-record pic x(132).

       fd  run-date-file.
       01  run-date-record.
           05 rdc-business-date pic x(08).

       working-storage section.

           copy runlogfields.

           77 defer-queue-status   pic xx.
           77 defer-reports-status pic xx.
           77 request-card-status  pic xx.
           77 report-file-status   pic xx.
           77 copy-file-status     pic xx.
           77 run-date-status      pic xx.

           77 request-card-name pic x(24).
           77 report-file-name  pic x(24).
           77 copy-file-name    pic x(20).

           77 business-date pic x(08).

           77 end-of-reports pic x value "N".
               88 no-more-reports value "Y".

           77 end-of-queue pic x value "N".
               88 no-more-queue value "Y".

           77 end-of-report pic x.

      *> the reports that may run deferred, with the card each one
      *> reads and the file each one writes.
           77 report-count pic 9(02) value zero.
           77 report-idx   pic 9(02).
           77 report-slot  pic 9(02).

           01 report-table.
               05 report-entry occurs 20 times.
                   10 rt-program      pic x(20).
                   10 rt-request-card pic x(24).
                   10 rt-output-file  pic x(24).

           77 call-program pic x(20).
           77 request-rc   pic 9(04).
           77 report-loaded pic x.

           77 saved-card pic x(46).
           77 card-was-on-file pic x.

           77 report-lines pic 9(06).

           77 fail-reason pic x(20).
           01 fail-rc-reason.
               05 filler      pic x(16) value "ENDED WITH CODE ".
               05 fr-rc       pic 9(04).

      *> the run's own return code, kept apart from return-code,
      *> which each called report sets for itself.
           77 worst-rc pic 9(04) value zero.

           77 requests-run    pic 9(05) value zero.
           77 requests-done   pic 9(05) value zero.
           77 requests-failed pic 9(05) value zero.

       procedure division.

           perform write-runlog-start.

           perform read-business-date.

           perform load-defer-reports.

           open i-o defer-queue-file.
           if defer-queue-status = "35"
      *> nobody has ever deferred a report: a quiet night.
               display "deferred requests run: " requests-run
               perform write-runlog-end
               goback
           end-if.
           if defer-queue-status not = "00"
               display "error: cannot open DEFER-QUEUE.DAT"
               move 8 to return-code
               perform write-runlog-end
               goback
           end-if.

      *> request numbers are handed out in request order, so the key
      *> order runs the oldest first.
           perform until no-more-queue
               read defer-queue-file next record
                   at end move "Y" to end-of-queue
                   not at end
                       if dq-is-waiting
                           perform run-one-request
                       end-if
               end-read
           end-perform.

           close defer-queue-file.

           display "deferred requests run: " requests-run.
           display "requests done:         " requests-done.
           display "requests failed:       " requests-failed.

           if requests-failed > zero and worst-rc < 4
      *> the night goes on; the failures are on the queue for the
      *> requesters and on the morning status page.
               move 4 to worst-rc
           end-if.
           move worst-rc to return-code.

           perform write-runlog-end.
       goback.

       write-runlog-start.

           move "deferrun" to rl-program-name.
           move "START" to rl-event.
           move zero to rl-records-read.
           move zero to rl-records-written.
           move zero to rl-return-code.
           call "runlog" using rl-program-name rl-event
               rl-records-read rl-records-written rl-return-code.

       write-runlog-end.

           move "deferrun" to rl-program-name.
           move "END" to rl-event.
           move requests-run to rl-records-read.
           move requests-done to rl-records-written.
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

       load-defer-reports.

           open input defer-reports-file.
           if defer-reports-status = "00"
               perform until no-more-reports
                   read defer-reports-file
                       at end move "Y" to end-of-reports
                       not at end
                           if dd-program not = spaces
                                   and report-count < 20
                               add 1 to report-count
                               move dd-program
                                   to rt-program(report-count)
                               move dd-request-card
                                   to rt-request-card(report-count)
                               move dd-output-file
                                   to rt-output-file(report-count)
                           end-if
                   end-read
               end-perform
               close defer-reports-file
           end-if.

       run-one-request.

           add 1 to requests-run.
           move spaces to fail-reason.
           move zero to request-rc.

           move zero to report-slot.
           perform varying report-idx from 1 by 1
                   until report-idx > report-count
                       or report-slot > zero
               if rt-program(report-idx) = dq-program
                   move report-idx to report-slot
               end-if
           end-perform.

           if report-slot = zero
      *> taken off DEFER-REPORTS.DAT since it was queued.
               move "NOT A DEFERRED REPORT" to fail-reason
           else
               perform call-deferred-report
               if fail-reason = spaces
                   perform copy-report-output
               end-if
           end-if.

           move business-date to dq-run-date.
           move request-rc to dq-return-code.
           if fail-reason = spaces
               move "D" to dq-status
               move copy-file-name to dq-output-name
               move spaces to dq-reason
               add 1 to requests-done
           else
               move "F" to dq-status
               move spaces to dq-output-name
               move fail-reason to dq-reason
               add 1 to requests-failed
               display "request " dq-request-number " "
                   dq-program " failed: " fail-reason
           end-if.

           rewrite defer-request-record
               invalid key
                   display "error: rewrite failed for request "
                       dq-request-number
                   move 8 to worst-rc
           end-rewrite.

      *> the card the report reads is written for the call and put
      *> back afterwards; each request starts the report from its
      *> initial state, not from where the last one left it.
       call-deferred-report.

           move rt-request-card(report-slot) to request-card-name.

           if request-card-name not = spaces
               move "N" to card-was-on-file
               open input request-card-file
               if request-card-status = "00"
                   read request-card-file
                       not at end
                           move request-card-record to saved-card
                           move "Y" to card-was-on-file
                   end-read
                   close request-card-file
               end-if
               move dq-parameters to request-card-record
               open output request-card-file
               write request-card-record
               close request-card-file
           end-if.

           move dq-program to call-program.
           move "Y" to report-loaded.
           move zero to return-code.

           call call-program
               on exception
                   move "N" to report-loaded
           end-call.

           if report-loaded = "Y"
               move return-code to request-rc
               move zero to return-code
               cancel call-program
               if request-rc >= 8
                   move request-rc to fr-rc
                   move fail-rc-reason to fail-reason
               end-if
           else
               move "CANNOT LOAD REPORT" to fail-reason
           end-if.

           if request-card-name not = spaces
               open output request-card-file
               if card-was-on-file = "Y"
                   move saved-card to request-card-record
                   write request-card-record
               end-if
               close request-card-file
           end-if.

      *> the output is copied under the request's own name, so two
      *> requests for the same report each reach their requester.
       copy-report-output.

           move rt-output-file(report-slot) to report-file-name.
           move spaces to copy-file-name.
           string "DEFER-" delimited by size
                  dq-request-number delimited by size
                  ".DAT" delimited by size
                  into copy-file-name.

           move zero to report-lines.
           move "N" to end-of-report.

           open input report-file.
           if report-file-status not = "00"
               move "NO OUTPUT" to fail-reason
           else
               open output copy-file
               perform until end-of-report = "Y"
                   read report-file
                       at end move "Y" to end-of-report
                       not at end
                           add 1 to report-lines
                           move report-record to copy-record
                           write copy-record
                   end-read
               end-perform
               close report-file
               close copy-file
               if report-lines = zero
                   move "EMPTY OUTPUT" to fail-reason
               end-if
           end-if.
