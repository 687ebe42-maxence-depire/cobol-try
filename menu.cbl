      *> languages, the program to call and its submenu grouping, so
      *> adding the next utility is a data change -- the same way the
      *> command table freed the batch dispatcher's EVALUATE.
      *> an option whose program is on DEFER-REPORTS.DAT is asked
      *> "now or tonight"; tonight hands it to the deferred-request
      *> screen instead of running it in the day, and the panel
      *> counts the signed-on operator's deferred requests by status.
       identification division.
       program-id. menu.

               organization line sequential
               file status is checkpoint-file-status.

           select defer-reports-file assign to "DEFER-REPORTS.DAT"
               organization line sequential
               file status is defer-reports-status.

           select defer-queue-file assign to "DEFER-QUEUE.DAT"
               organization indexed
               access mode is dynamic
               record key is dq-request-number
               file status is defer-queue-status.

       data division.
       file section.
       fd  menu-def-file.
           05 ckm-last-student-id pic x(05).
           05 filler              pic x(70).

       fd  defer-reports-file.
           copy deferdef.

       fd  defer-queue-file.
           copy deferq.

       working-storage section.

           copy langflag.
               88 no-more-defs value "Y".

           77 option-count pic 9(02) value zero.
           77 option-idx   pic 9(03).
           77 found-idx    pic 9(02).

           01 menu-table.
               05 menu-entry occurs 99 times.
                   10 mt-option  pic 9(02).
                   10 mt-group   pic x(01).
                   10 mt-desc-en pic x(30).
               88 signed-on value "Y".
           77 signon-tries pic 9(01) value zero.
           77 session-operator pic x(08) value spaces.
           77 session-permissions pic x(99) value all "Y".
           77 option-allowed pic x.
           77 run-timestamp pic x(15).
           77 log-event pic x(10).
           77 unmatched-code-count pic 9(04) value zero.
           77 restart-pending pic x value "N".

      *> the reports that may be deferred to the night, and the
      *> operator's own requests on the queue by status.
           77 defer-reports-status pic xx.
           77 defer-queue-status   pic xx.
           77 defer-count pic 9(02) value zero.
           77 defer-idx   pic 9(02).
           77 defer-allowed pic x.

           01 defer-table.
               05 defer-program occurs 20 times pic x(20).

           77 run-when pic x.
               88 run-tonight value "T" "t".

           77 deferred-waiting pic 9(04) value zero.
           77 deferred-done    pic 9(04) value zero.
           77 deferred-failed  pic 9(04) value zero.
           77 last-defer-run   pic x(08) value spaces.

           01 status-count-detail.
               05 filler            pic x(02) value space.
               05 sc-label          pic x(26).
               FIELD-PIC   by 99
               TARGET-FIELD by choice.

           copy promptfield replacing
               SCREEN-NAME by ask_when
               FIELD-LINE  by 24
               PROMPT-TEXT by "run (N)ow or (T)onight: "
               FIELD-PIC   by x
               TARGET-FIELD by run-when.

           copy promptfield replacing
               SCREEN-NAME by ask_operator
               FIELD-LINE  by 2

           perform gather-batch-status.

           perform load-defer-reports.

           perform operator-sign-on.

           if not signed-on
               goback
           end-if.

           perform count-deferred-requests.

           perform until all-done

               display clean_screen
               when op-password = entry-password
                   move "Y" to signon-ok
                   move zero to op-fail-count
                   move op-permissions to session-permissions(1:40)
                   move op-permissions-ext
                       to session-permissions(41:59)
                   perform check-password-expiry
                   if password-is-expired
                       move "PWDEXP" to log-event
                   " restart not done ***"
           end-if.

           if deferred-waiting > zero or deferred-done > zero
                   or deferred-failed > zero
               move "your reports waiting" to sc-label
               move deferred-waiting to sc-value
               display status-count-detail
               move "your reports done last run" to sc-label
               move deferred-done to sc-value
               display status-count-detail
               move "your reports failed" to sc-label
               move deferred-failed to sc-value
               display status-count-detail
           end-if.

       load-defer-reports.

           open input defer-reports-file.
           if defer-reports-status = "00"
               move "N" to status-eof
               perform until status-eof = "Y"
                   read defer-reports-file
                       at end move "Y" to status-eof
                       not at end
                           if dd-program not = spaces
                                   and defer-count < 20
                               add 1 to defer-count
                               move dd-program
                                   to defer-program(defer-count)
                           end-if
                   end-read
               end-perform
               close defer-reports-file
           end-if.

      *> the signed-on operator's deferred requests: every one still
      *> waiting, and those the last deferred-report night finished
      *> or failed. the detail is on the deferred-request screen.
       count-deferred-requests.

           if session-operator not = spaces
               open input defer-queue-file
               if defer-queue-status = "00"
                   move "N" to status-eof
                   perform until status-eof = "Y"
                       read defer-queue-file next record
                           at end move "Y" to status-eof
                           not at end
                               if dq-run-date > last-defer-run
                                   move dq-run-date to last-defer-run
                               end-if
                       end-read
                   end-perform
                   close defer-queue-file
                   perform tally-deferred-requests
               end-if
           end-if.

       tally-deferred-requests.

           open input defer-queue-file.
           move "N" to status-eof.
           perform until status-eof = "Y"
               read defer-queue-file next record
                   at end move "Y" to status-eof
                   not at end
                       if dq-requested-by = session-operator
                           evaluate true
                               when dq-is-waiting
                                   add 1 to deferred-waiting
                               when dq-is-done
                                       and dq-run-date = last-defer-run
                                   add 1 to deferred-done
                               when dq-is-failed
                                       and dq-run-date = last-defer-run
                                   add 1 to deferred-failed
                           end-evaluate
                       end-if
               end-read
           end-perform.
           close defer-queue-file.

       load-menu-defs.

           open input menu-def-file.

       add-menu-entry.

           if option-count < 99
               add 1 to option-count
               move md-option  to mt-option(option-count)
               move md-group   to mt-group(option-count)
                   end-if
               end-perform
               if found-idx > zero
      *> the permission profile covers every option the menu can
      *> number; an option without a "Y" is refused.
                   move "Y" to option-allowed
                   if session-permissions(choice:1) not = "Y"
                       move "N" to option-allowed
                   end-if
                   if option-allowed = "Y"
                       move mt-program(found-idx) to call-program
                       perform ask-now-or-tonight
                       if run-tonight
                           call "deferreq" using call-program
                               on exception
                                   display "cannot load deferreq"
                           end-call
                       else
                           call call-program
                               on exception
                                   display "cannot load " call-program
                           end-call
                       end-if
                   else
                       if lang-is-french
                           display "option non autorisee"
                   end-if
               end-if
           end-if.

      *> only a report on the deferrable list is asked; everything
      *> else runs now, as it always has.
       ask-now-or-tonight.

           move "N" to run-when.
           move "N" to defer-allowed.
           perform varying defer-idx from 1 by 1
                   until defer-idx > defer-count
               if defer-program(defer-idx) = call-program
                   move "Y" to defer-allowed
               end-if
           end-perform.

           if defer-allowed = "Y"
               display ask_when
               accept ask_when
           end-if.
