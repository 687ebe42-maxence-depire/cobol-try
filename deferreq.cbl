      *> deferred report requests: the heavy listings -- reprint,
      *> history inquiry, stock card, subject statistics -- slowed
      *> everybody down when run from the menu in the day. a menu
      *> option whose program is on DEFER-REPORTS.DAT is offered
      *> "run tonight", which lands here: the operator keys the
      *> report's parameters on the screen, they are queued on
      *> DEFER-QUEUE.DAT as the request card the report reads, under
      *> the signed-on operator, and the night's deferred-report
      *> slot (deferrun) runs them after the grading steps and
      *> bundles each output for its requester. the screen opens on
      *> the operator's own requests, waiting, done or failed, so
      *> the morning check is the same screen. any report on the
      *> list may be queued from here, not only the one chosen on
      *> the menu -- and the screen has a menu option of its own for
      *> the reports that have none. a request with no signed-on
      *> operator is refused, since the night would not know whose
      *> packet it goes in.
      *> every accept joins the compliance input trail.
       identification division.
       program-id. deferreq.

       environment division.
       input-output section.
       file-control.
           select defer-queue-file assign to "DEFER-QUEUE.DAT"
               organization indexed
               access mode is dynamic
               record key is dq-request-number
               file status is defer-queue-status.

           select defer-seq-file assign to "DEFER-SEQ.DAT"
               organization line sequential
               file status is defer-seq-status.

           select defer-reports-file assign to "DEFER-REPORTS.DAT"
               organization line sequential
               file status is defer-reports-status.

           select accept-audit-file assign to "ACCEPT-AUDIT.DAT"
               organization line sequential
               file status is accept-audit-status.

           select session-file assign to "SESSION-OPERATOR.DAT"
               organization line sequential
               file status is session-file-status.

           select run-date-file assign to "RUN-DATE.DAT"
               organization line sequential
               file status is run-date-status.

       data division.
       file section.
       fd  defer-queue-file.
           copy deferq.

       fd  defer-seq-file.
       01  defer-seq-record.
           05 dqs-last-number pic 9(06).

       fd  defer-reports-file.
           copy deferdef.

       fd  accept-audit-file.
       01  accept-audit-record.
           copy acceptaudit.

       fd  session-file.
       01  session-record.
           05 so-operator-id pic x(08).

       fd  run-date-file.
       01  run-date-record.
           05 rdc-business-date pic x(08).

       working-storage section.

           77 defer-queue-status   pic xx.
           77 defer-seq-status     pic xx.
           77 defer-reports-status pic xx.
           77 accept-audit-status  pic xx.
           77 run-date-status      pic xx.

           77 session-file-status pic xx.
           77 session-operator pic x(08) value spaces.

           77 business-date pic x(08).

           77 end-of-reports pic x value "N".
               88 no-more-reports value "Y".

           77 end-of-queue pic x.
               88 no-more-queue value "Y".

      *> the reports that may run tonight, from DEFER-REPORTS.DAT.
           77 report-count pic 9(02) value zero.
           77 report-idx   pic 9(02).
           77 report-found pic x.

           01 report-table.
               05 report-entry occurs 20 times.
                   10 rt-program pic x(20).

           77 entry-action  pic x.
               88 action-is-queue value "Q".
               88 action-is-show  value "S".
               88 action-is-exit  value "X".
           77 entry-program pic x(20).
           77 entry-confirm pic x.

           77 done-requesting pic x value "N".
               88 all-done value "Y".

      *> the request card as the report reads it; each report's own
      *> layout over the same 46 columns.
           01 request-card.
               05 rc-reprint.
                   10 rc-rp-class-code pic x(05).
                   10 rc-rp-term-code  pic x(04).
                   10 rc-rp-student-id pic x(05).
                   10 rc-rp-as-of-date pic x(08).
                   10 filler           pic x(24).
               05 rc-histinq redefines rc-reprint.
                   10 rc-hq-date-from  pic x(08).
                   10 rc-hq-date-to    pic x(08).
                   10 rc-hq-program    pic x(20).
                   10 rc-hq-identifier pic x(10).
               05 rc-stockcard redefines rc-reprint.
                   10 rc-sq-item-id    pic x(05).
                   10 filler           pic x(41).

           77 next-request-number pic 9(06).
           77 requests-queued pic 9(03) value zero.
           77 requests-shown  pic 9(03).

           77 status-shown pic x(07).

           01 request-detail.
               05 filler            pic x      value space.
               05 rq-number         pic 9(06).
               05 filler            pic x(02)  value space.
               05 rq-program        pic x(12).
               05 filler            pic x      value space.
               05 rq-status         pic x(07).
               05 filler            pic x(02)  value space.
               05 rq-requested-date pic x(08).
               05 filler            pic x(02)  value space.
               05 rq-run-date       pic x(08).
               05 filler            pic x(02)  value space.
               05 rq-outcome        pic x(20).

      *> staging fields for the audit write: the record itself is
      *> cleared and built inside log-accept-event.
           77 audit-field-name pic x(12).
           77 audit-value      pic x(10).

      *> the report the menu was asked to run tonight; blank when
      *> the screen is opened from its own menu option.
           77 menu-program pic x(20) value spaces.

       linkage section.
       01  chosen-program pic x(20).

       screen section.

           copy blankscreen replacing
               SCREEN-NAME by erase_screen.

           copy promptfield replacing
               SCREEN-NAME by ask_action
               FIELD-LINE  by 20
               PROMPT-TEXT by "(Q)ueue (S)how my requests e(X)it: "
               FIELD-PIC   by x
               TARGET-FIELD by entry-action.

           copy promptfield replacing
               SCREEN-NAME by ask_program
               FIELD-LINE  by 1
               PROMPT-TEXT by "report to run tonight: "
               ==FIELD-PIC== by ==x(20)==
               TARGET-FIELD by entry-program.

           copy promptfield replacing
               SCREEN-NAME by ask_rp_class
               FIELD-LINE  by 3
               PROMPT-TEXT by "class:                         "
               ==FIELD-PIC== by ==x(05)==
               TARGET-FIELD by rc-rp-class-code.

           copy promptfield replacing
               SCREEN-NAME by ask_rp_term
               FIELD-LINE  by 4
               PROMPT-TEXT by "term:                          "
               ==FIELD-PIC== by ==x(04)==
               TARGET-FIELD by rc-rp-term-code.

           copy promptfield replacing
               SCREEN-NAME by ask_rp_student
               FIELD-LINE  by 5
               PROMPT-TEXT by "student (blank=whole class):   "
               ==FIELD-PIC== by ==x(05)==
               TARGET-FIELD by rc-rp-student-id.

           copy promptfield replacing
               SCREEN-NAME by ask_rp_as_of
               FIELD-LINE  by 6
               PROMPT-TEXT by "as of (YYYYMMDD):              "
               ==FIELD-PIC== by ==x(08)==
               TARGET-FIELD by rc-rp-as-of-date.

           copy promptfield replacing
               SCREEN-NAME by ask_hq_date_from
               FIELD-LINE  by 3
               PROMPT-TEXT by "date from (YYYYMMDD, blank=all): "
               ==FIELD-PIC== by ==x(08)==
               TARGET-FIELD by rc-hq-date-from.

           copy promptfield replacing
               SCREEN-NAME by ask_hq_date_to
               FIELD-LINE  by 4
               PROMPT-TEXT by "date to   (YYYYMMDD, blank=all): "
               ==FIELD-PIC== by ==x(08)==
               TARGET-FIELD by rc-hq-date-to.

           copy promptfield replacing
               SCREEN-NAME by ask_hq_program
               FIELD-LINE  by 5
               PROMPT-TEXT by "program name (blank=all):        "
               ==FIELD-PIC== by ==x(20)==
               TARGET-FIELD by rc-hq-program.

           copy promptfield replacing
               SCREEN-NAME by ask_hq_identifier
               FIELD-LINE  by 6
               PROMPT-TEXT by "identifier   (blank=all):        "
               ==FIELD-PIC== by ==x(10)==
               TARGET-FIELD by rc-hq-identifier.

           copy promptfield replacing
               SCREEN-NAME by ask_sq_item
               FIELD-LINE  by 3
               PROMPT-TEXT by "item:                          "
               ==FIELD-PIC== by ==x(05)==
               TARGET-FIELD by rc-sq-item-id.

           copy promptfield replacing
               SCREEN-NAME by ask_confirm
               FIELD-LINE  by 8
               PROMPT-TEXT by "queue it for tonight (Y/N): "
               FIELD-PIC   by x
               TARGET-FIELD by entry-confirm.

       procedure division using chosen-program.

           if address of chosen-program not = null
               move chosen-program to menu-program
           end-if.

           perform read-session-operator.
           perform read-business-date.

           if session-operator = spaces
               display "error: no signed-on operator -- a report"
                   " queued for tonight must say whose it is"
               move 8 to return-code
               goback
           end-if.

           perform load-defer-reports.

           if report-count = zero
               display "error: DEFER-REPORTS.DAT missing or empty"
               move 8 to return-code
               goback
           end-if.

           open i-o defer-queue-file.
           if defer-queue-status = "35"
               open output defer-queue-file
               close defer-queue-file
               open i-o defer-queue-file
           end-if.
           if defer-queue-status not = "00"
               display "error: cannot open DEFER-QUEUE.DAT"
               move 8 to return-code
               goback
           end-if.

           display erase_screen.
           perform show-my-requests.

           perform until all-done

               display ask_action
               accept ask_action
               move "ACTION" to audit-field-name
               move entry-action to audit-value
               perform log-accept-event

               evaluate true
                   when action-is-queue
                       perform queue-one-request
                   when action-is-show
                       display erase_screen
                       perform show-my-requests
                   when action-is-exit
                       move "Y" to done-requesting
                   when other
                       display "unknown action, try again"
               end-evaluate

           end-perform.

           close defer-queue-file.

           display "requests queued for tonight: " requests-queued.

       goback.

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
                           end-if
                   end-read
               end-perform
               close defer-reports-file
           end-if.

      *> the operator's own requests in request order, which is
      *> oldest first.
       show-my-requests.

           move zero to requests-shown.
           move "N" to end-of-queue.

           move zero to dq-request-number.
           start defer-queue-file
                   key is not less than dq-request-number
               invalid key move "Y" to end-of-queue
           end-start.

           perform until no-more-queue
               read defer-queue-file next record
                   at end move "Y" to end-of-queue
                   not at end
                       if dq-requested-by = session-operator
                           perform show-one-request
                       end-if
               end-read
           end-perform.

           if requests-shown = zero
               display "no deferred requests on file for "
                   session-operator
           end-if.

           display space.
           display "reports that can run tonight:".
           perform varying report-idx from 1 by 1
                   until report-idx > report-count
               display "  " rt-program(report-idx)
           end-perform.

       show-one-request.

           add 1 to requests-shown.

           evaluate true
               when dq-is-waiting move "WAITING" to status-shown
               when dq-is-done    move "DONE"    to status-shown
               when dq-is-failed  move "FAILED"  to status-shown
               when other         move spaces    to status-shown
           end-evaluate.

           move dq-request-number to rq-number.
           move dq-program        to rq-program.
           move status-shown      to rq-status.
           move dq-requested-date to rq-requested-date.
           move dq-run-date       to rq-run-date.
           if dq-is-failed
               move dq-reason to rq-outcome
           else
               move dq-output-name to rq-outcome
           end-if.

           display request-detail.

      *> the report defaults to the one chosen on the menu; the
      *> parameters asked are the ones that report's own request
      *> card carries.
       queue-one-request.

           display erase_screen.

           move menu-program to entry-program.
           if menu-program not = spaces
               display "report chosen on the menu: " menu-program
           end-if.
           display ask_program.
           accept ask_program.
           move "PROGRAM" to audit-field-name.
           move entry-program to audit-value.
           perform log-accept-event.

           if entry-program = spaces
               move menu-program to entry-program
           end-if.

           move "N" to report-found.
           perform varying report-idx from 1 by 1
                   until report-idx > report-count
               if rt-program(report-idx) = entry-program
                   move "Y" to report-found
               end-if
           end-perform.

           if report-found = "N"
               display entry-program " cannot be run tonight"
           else
               move spaces to request-card
               perform accept-report-parameters
               display ask_confirm
               accept ask_confirm
               move "CONFIRM" to audit-field-name
               move entry-confirm to audit-value
               perform log-accept-event
               if entry-confirm = "Y" or entry-confirm = "y"
                   perform book-waiting-request
               else
                   display "not queued"
               end-if
           end-if.

       accept-report-parameters.

           evaluate entry-program
               when "reprint"
                   display ask_rp_class
                   accept ask_rp_class
                   move "CLASS" to audit-field-name
                   move rc-rp-class-code to audit-value
                   perform log-accept-event
                   display ask_rp_term
                   accept ask_rp_term
                   move "TERM" to audit-field-name
                   move rc-rp-term-code to audit-value
                   perform log-accept-event
                   display ask_rp_student
                   accept ask_rp_student
                   move "STUDENT" to audit-field-name
                   move rc-rp-student-id to audit-value
                   perform log-accept-event
                   display ask_rp_as_of
                   accept ask_rp_as_of
                   move "AS-OF" to audit-field-name
                   move rc-rp-as-of-date to audit-value
                   perform log-accept-event
               when "histinq"
                   display ask_hq_date_from
                   accept ask_hq_date_from
                   move "DATE-FROM" to audit-field-name
                   move rc-hq-date-from to audit-value
                   perform log-accept-event
                   display ask_hq_date_to
                   accept ask_hq_date_to
                   move "DATE-TO" to audit-field-name
                   move rc-hq-date-to to audit-value
                   perform log-accept-event
                   display ask_hq_program
                   accept ask_hq_program
                   move "PROGRAM" to audit-field-name
                   move rc-hq-program to audit-value
                   perform log-accept-event
                   display ask_hq_identifier
                   accept ask_hq_identifier
                   move "IDENTIFIER" to audit-field-name
                   move rc-hq-identifier to audit-value
                   perform log-accept-event
               when "stockcard"
                   display ask_sq_item
                   accept ask_sq_item
                   move "ITEM" to audit-field-name
                   move rc-sq-item-id to audit-value
                   perform log-accept-event
               when other
      *> a report that takes no parameters runs as it stands.
                   display entry-program " takes no parameters"
           end-evaluate.

       book-waiting-request.

           perform take-next-request-number.

           move spaces to defer-request-record.
           move next-request-number to dq-request-number.
           move entry-program       to dq-program.
           move request-card        to dq-parameters.
           move session-operator    to dq-requested-by.
           move business-date       to dq-requested-date.
           move "W" to dq-status.
           move zero to dq-return-code.

           write defer-request-record
               invalid key
                   display "error: request number already on file: "
                       next-request-number
                   move 8 to return-code
               not invalid key
                   add 1 to requests-queued
                   display "request " next-request-number " queued: "
                       entry-program " runs tonight"
           end-write.

      *> the request counter is kept the way the approval item
      *> numbers are: last number used, rewritten as soon as it is
      *> taken.
       take-next-request-number.

           move zero to next-request-number.
           open input defer-seq-file.
           if defer-seq-status = "00"
               read defer-seq-file
                   not at end
                       move dqs-last-number to next-request-number
               end-read
               close defer-seq-file
           end-if.

           add 1 to next-request-number.

           move next-request-number to dqs-last-number.
           open output defer-seq-file.
           write defer-seq-record.
           close defer-seq-file.

      *> compliance input trail: every ACCEPT on this screen is
      *> logged with the value entered and the signed-on operator.
       log-accept-event.

           move spaces to accept-audit-record.
           move "deferreq" to aad-program-name.
           move audit-field-name to aad-field-name.
           move audit-value to aad-value.
           move function current-date to aad-timestamp.
           move session-operator to aad-operator.

           open extend accept-audit-file.
           if accept-audit-status = "35"
               open output accept-audit-file
           end-if.
           write accept-audit-record.
           close accept-audit-file.
