      *> approval screen of the dual-control approval: the pending
      *> grade corrections and regrade requests on the approval
      *> queue, and the stock write-offs over the value limit, come
      *> up one by one, oldest first, showing what was submitted
      *> and by whom; (A)pprove or (R)eject books the decision under
      *> the signed-on operator, (S)kip leaves the item pending,
      *> (Q)uit ends the walk. an item is never offered to the
      *> operator who submitted it -- a second person has to sign on
      *> -- and the screen is refused outright with no operator
      *> signed on. gradecorr and regrade apply only approved items,
      *> and woapply only approved write-offs.
      *> every accept joins the compliance input trail.
       identification division.
       program-id. apprmaint.

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

           select accept-audit-file assign to "ACCEPT-AUDIT.DAT"
               organization line sequential
               file status is accept-audit-status.

           select session-file assign to "SESSION-OPERATOR.DAT"
               organization line sequential
               file status is session-file-status.

       data division.
       file section.
       fd  approval-file.
           copy apprqueue.

       fd  run-date-file.
       01  run-date-record.
           05 rdc-business-date pic x(08).

       fd  accept-audit-file.
       01  accept-audit-record.
           copy acceptaudit.

       fd  session-file.
       01  session-record.
           05 so-operator-id pic x(08).

       working-storage section.

           77 approval-file-status pic xx.
           77 run-date-status      pic xx.
           77 accept-audit-status  pic xx.

           77 session-file-status pic xx.
           77 session-operator pic x(08) value spaces.

           77 business-date pic x(08).

           77 entry-action pic x.
               88 action-is-approve value "A".
               88 action-is-reject  value "R".
               88 action-is-skip    value "S".
               88 action-is-quit    value "Q".

           77 end-of-queue pic x value "N".
               88 no-more-queue value "Y".

           77 item-done pic x.
               88 item-is-done value "Y".

           77 items-called   pic 9(04) value zero.
           77 items-approved pic 9(04) value zero.
           77 items-rejected pic 9(04) value zero.
           77 items-own      pic 9(04) value zero.

           77 type-shown pic x(10).

      *> the submitted record image, as gradecorr and regrade read
      *> it.
           01 item-payload.
               05 ip-correction.
                   10 ip-action     pic x(01).
                   10 ip-student-id pic x(05).
                   10 ip-class-code pic x(05).
                   10 ip-term-code  pic x(04).
                   10 ip-subject-id pic x(05).
                   10 ip-note       pic 9(02)v9(02).
                   10 ip-coef       pic 9(02).
               05 ip-regrade redefines ip-correction.
                   10 ip-rq-student-id pic x(05).
                   10 ip-rq-class-code pic x(05).
                   10 ip-rq-term-code  pic x(04).
                   10 filler           pic x(12).
               05 ip-writeoff redefines ip-correction.
                   10 ip-wo-item-id     pic x(05).
                   10 ip-wo-quantity    pic 9(05).
                   10 ip-wo-reason-code pic x(05).
                   10 ip-wo-location    pic x(03).
                   10 ip-wo-date        pic x(08).

      *> staging fields for the audit write: the record itself is
      *> cleared and built inside log-accept-event.
           77 audit-field-name pic x(12).
           77 audit-value      pic x(10).

       screen section.

           copy blankscreen replacing
               SCREEN-NAME by erase_screen.

           copy promptfield replacing
               SCREEN-NAME by ask_action
               FIELD-LINE  by 9
               PROMPT-TEXT by "(A)pprove (R)eject (S)kip (Q)uit:  "
               FIELD-PIC   by x
               TARGET-FIELD by entry-action.

           1 show_item.
               2 line 1 col 1 "item     ".
               2 pic 9(06) from aq-item-number.
               2 col 17 " ".
               2 pic x(10) from type-shown.
               2 col 30 " ref ".
               2 pic x(10) from aq-reference.
               2 line 2 col 1 "by       ".
               2 pic x(08) from aq-submitted-by.
               2 col 19 " on ".
               2 pic x(08) from aq-submitted-date.

           1 show_correction.
               2 line 4 col 1 "action   ".
               2 pic x from ip-action.
               2 line 5 col 1 "student  ".
               2 pic x(05) from ip-student-id.
               2 col 16 " class ".
               2 pic x(05) from ip-class-code.
               2 col 29 " term ".
               2 pic x(04) from ip-term-code.
               2 col 40 " subject ".
               2 pic x(05) from ip-subject-id.
               2 line 6 col 1 "note     ".
               2 pic z9.99 from ip-note.
               2 col 16 " coef ".
               2 pic z9 from ip-coef.

           1 show_writeoff.
               2 line 4 col 1 "write-off".
               2 line 5 col 1 "item     ".
               2 pic x(05) from ip-wo-item-id.
               2 col 16 " qty ".
               2 pic zzzz9 from ip-wo-quantity.
               2 col 27 " reason ".
               2 pic x(05) from ip-wo-reason-code.
               2 line 6 col 1 "location ".
               2 pic x(03) from ip-wo-location.
               2 col 14 " dated ".
               2 pic x(08) from ip-wo-date.

           1 show_regrade.
               2 line 4 col 1 "regrade  ".
               2 line 5 col 1 "student  ".
               2 pic x(05) from ip-rq-student-id.
               2 col 16 " class ".
               2 pic x(05) from ip-rq-class-code.
               2 col 29 " term ".
               2 pic x(04) from ip-rq-term-code.

       procedure division.

           perform read-session-operator.
           perform read-business-date.

           if session-operator = spaces
               display "error: no signed-on operator -- approvals need"
                   " a signed-on second operator"
               move 8 to return-code
               goback
           end-if.

           open i-o approval-file.
           if approval-file-status not = "00"
               display "error: cannot open APPROVAL-QUEUE.DAT"
               move 8 to return-code
               goback
           end-if.

           perform walk-pending-items.

           display erase_screen.
           display "items called:    " items-called.
           display "items approved:  " items-approved.
           display "items rejected:  " items-rejected.
           if items-own > zero
               display "your own submissions passed over: " items-own
           end-if.

           close approval-file.

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

      *> item numbers are handed out in submission order, so the key
      *> order is already oldest first.
       walk-pending-items.

           perform until no-more-queue
               read approval-file next record
                   at end move "Y" to end-of-queue
                   not at end
                       if aq-is-pending
                           perform call-one-item
                       end-if
               end-read
           end-perform.

       call-one-item.

           if aq-submitted-by = session-operator
               add 1 to items-own
           else
               perform decide-one-item
           end-if.

       decide-one-item.

           add 1 to items-called.

           move aq-payload to item-payload.
           display erase_screen.
           evaluate true
               when aq-is-correction
                   move "CORRECTION" to type-shown
                   display show_item
                   display show_correction
               when aq-is-writeoff
                   move "WRITE-OFF" to type-shown
                   display show_item
                   display show_writeoff
               when other
                   move "REGRADE" to type-shown
                   display show_item
                   display show_regrade
           end-evaluate.

           move "N" to item-done.
           perform until item-is-done
               display ask_action
               accept ask_action
               move "ACTION" to audit-field-name
               move entry-action to audit-value
               perform log-accept-event
               evaluate true
                   when action-is-approve
                       move "A" to aq-status
                       perform book-item-decision
                       add 1 to items-approved
                       move "Y" to item-done
                   when action-is-reject
                       move "R" to aq-status
                       perform book-item-decision
                       add 1 to items-rejected
                       move "Y" to item-done
                   when action-is-skip
                       move "Y" to item-done
                   when action-is-quit
                       move "Y" to item-done
                       move "Y" to end-of-queue
                   when other
                       display "unknown action, try again"
               end-evaluate
           end-perform.

       book-item-decision.

           move session-operator to aq-approved-by.
           move business-date    to aq-decision-date.

           rewrite approval-item-record
               invalid key display "error: rewrite failed"
           end-rewrite.

      *> compliance input trail: every ACCEPT on this screen is
      *> logged with the value entered and the signed-on operator.
       log-accept-event.

           move spaces to accept-audit-record.
           move "apprmaint" to aad-program-name.
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
