      *> grade appeal case register: the office's screen for an appeal
      *> from the day it is filed to the committee's decision.
      *> (I)ntake books the student, class, term and subject under
      *> appeal, who filed it and when, and the grounds, and gives
      *> the case a number and a response deadline counted in school
      *> days through the calendar subprogram -- APPEAL-RESPONSE-DAYS
      *> on the site parameters, ten when not set. (D)ecide books the
      *> committee's UPHELD or REJECTED against an open case, notes
      *> whether it was heard by the deadline, and for an upheld case
      *> only books a regrade request to the approval queue under the
      *> deciding operator, for a second operator to approve before
      *> the single-student regrade runs it. (L)ook shows a case. the
      *> decision letter and the aging of open cases come from
      *> appletter and appaging.
      *> every accept joins the compliance input trail.
       identification division.
       program-id. appealmaint.

       environment division.
       input-output section.
       file-control.
           select appeal-file assign to "APPEAL-CASES.DAT"
               organization indexed
               access mode is dynamic
               record key is ap-case-number
               file status is appeal-file-status.

           select appeal-seq-file assign to "APPEAL-SEQ.DAT"
               organization line sequential
               file status is appeal-seq-status.

           select student-master-file assign to "STUDENT-MASTER.DAT"
               organization indexed
               access mode is dynamic
               record key is sm-student-id
               file status is student-master-status.

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

           select accept-audit-file assign to "ACCEPT-AUDIT.DAT"
               organization line sequential
               file status is accept-audit-status.

           select session-file assign to "SESSION-OPERATOR.DAT"
               organization line sequential
               file status is session-file-status.

       data division.
       file section.
       fd  appeal-file.
           copy appealcase.

       fd  appeal-seq-file.
       01  appeal-seq-record.
           05 as-last-number pic 9(06).

       fd  student-master-file.
           copy studmast.

       fd  approval-file.
           copy apprqueue.

       fd  approval-seq-file.
       01  approval-seq-record.
           05 aqs-last-number pic 9(06).

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

           77 appeal-file-status     pic xx.
           77 appeal-seq-status      pic xx.
           77 student-master-status  pic xx.
           77 approval-file-status   pic xx.
           77 approval-seq-status    pic xx.
           77 run-date-status        pic xx.
           77 accept-audit-status    pic xx.

           77 session-file-status pic xx.
           77 session-operator pic x(08) value spaces.

           77 student-master-available pic x value "N".
               88 student-master-is-available value "Y".

           77 business-date pic x(08).

           copy calfields.

           copy paramfields.

      *> school days the committee has to answer an appeal in.
           77 response-days pic 9(03) value 10.

           77 maint-action pic x.
               88 action-is-intake value "I".
               88 action-is-decide value "D".
               88 action-is-look   value "L".
               88 action-is-exit   value "X".

           77 done-maintaining pic x value "N".
               88 all-done value "Y".

           77 entry-student-id pic x(05).
           77 entry-class-code pic x(05).
           77 entry-term-code  pic x(04).
           77 entry-subject-id pic x(05).
           77 entry-filed-by   pic x(20).
           77 entry-filed-date pic x(08).
           77 entry-grounds    pic x(40).
           77 entry-case       pic x(06).
           77 entry-decision   pic x(01).
               88 decision-is-upheld   value "U".
               88 decision-is-rejected value "R".

           77 case-ok pic x.
               88 case-is-ok value "Y".

           77 next-case-number pic 9(06).
           77 next-item-number pic 9(06).

      *> the single-student regrade's request card, as regrade reads
      *> it off the queue item.
           01 regrade-request-record.
               05 rq-student-id pic x(05).
               05 rq-class-code pic x(05).
               05 rq-term-code  pic x(04).

           77 status-shown pic x(08).

      *> staging fields for the audit write: the record itself is
      *> cleared and built inside log-accept-event.
           77 audit-field-name pic x(12).
           77 audit-value      pic x(10).

       screen section.

           copy blankscreen replacing
               SCREEN-NAME by erase_screen.

           copy promptfield replacing
               SCREEN-NAME by ask_action
               FIELD-LINE  by 1
               PROMPT-TEXT by
               "action (I)ntake (D)ecide (L)ook e(X)it: "
               FIELD-PIC   by x
               TARGET-FIELD by maint-action.

           copy promptfield replacing
               SCREEN-NAME by ask_student
               FIELD-LINE  by 3
               PROMPT-TEXT by "student id:              "
               ==FIELD-PIC== by ==x(05)==
               TARGET-FIELD by entry-student-id.

           copy promptfield replacing
               SCREEN-NAME by ask_class
               FIELD-LINE  by 4
               PROMPT-TEXT by "class code:              "
               ==FIELD-PIC== by ==x(05)==
               TARGET-FIELD by entry-class-code.

           copy promptfield replacing
               SCREEN-NAME by ask_term
               FIELD-LINE  by 5
               PROMPT-TEXT by "term code:               "
               ==FIELD-PIC== by ==x(04)==
               TARGET-FIELD by entry-term-code.

           copy promptfield replacing
               SCREEN-NAME by ask_subject
               FIELD-LINE  by 6
               PROMPT-TEXT by "subject id:              "
               ==FIELD-PIC== by ==x(05)==
               TARGET-FIELD by entry-subject-id.

           copy promptfield replacing
               SCREEN-NAME by ask_filed_by
               FIELD-LINE  by 7
               PROMPT-TEXT by "filed by:                "
               ==FIELD-PIC== by ==x(20)==
               TARGET-FIELD by entry-filed-by.

           copy promptfield replacing
               SCREEN-NAME by ask_filed_date
               FIELD-LINE  by 8
               PROMPT-TEXT by "filed on (YYYYMMDD):     "
               ==FIELD-PIC== by ==x(08)==
               TARGET-FIELD by entry-filed-date.

           copy promptfield replacing
               SCREEN-NAME by ask_grounds
               FIELD-LINE  by 9
               PROMPT-TEXT by "grounds:                 "
               ==FIELD-PIC== by ==x(40)==
               TARGET-FIELD by entry-grounds.

           copy promptfield replacing
               SCREEN-NAME by ask_case
               FIELD-LINE  by 3
               PROMPT-TEXT by "case number:             "
               ==FIELD-PIC== by ==x(06)==
               TARGET-FIELD by entry-case.

           copy promptfield replacing
               SCREEN-NAME by ask_decision
               FIELD-LINE  by 12
               PROMPT-TEXT by "(U)pheld (R)ejected:     "
               FIELD-PIC   by x
               TARGET-FIELD by entry-decision.

           1 show_case.
               2 line 4 col 1 "case     ".
               2 pic 9(06) from ap-case-number.
               2 col 18 " status ".
               2 pic x(08) from status-shown.
               2 line 5 col 1 "student  ".
               2 pic x(05) from ap-student-id.
               2 col 16 " class ".
               2 pic x(05) from ap-class-code.
               2 col 29 " term ".
               2 pic x(04) from ap-term-code.
               2 col 40 " subject ".
               2 pic x(05) from ap-subject-id.
               2 line 6 col 1 "filed by ".
               2 pic x(20) from ap-filed-by.
               2 col 31 " on ".
               2 pic x(08) from ap-filed-date.
               2 line 7 col 1 "grounds  ".
               2 pic x(40) from ap-grounds.
               2 line 8 col 1 "deadline ".
               2 pic x(08) from ap-deadline-date.
               2 col 19 " decided ".
               2 pic x(08) from ap-decision-date.
               2 col 37 " in time ".
               2 pic x from ap-heard-in-time.

       procedure division.

           perform read-session-operator.
           perform read-business-date.
           perform read-appeal-params.

           open i-o appeal-file.
           if appeal-file-status = "35"
               open output appeal-file
               close appeal-file
               open i-o appeal-file
           end-if.

           open input student-master-file.
           if student-master-status = "00"
               move "Y" to student-master-available
           end-if.

           perform until all-done

               display ask_action
               accept ask_action
               move "ACTION" to audit-field-name
               move maint-action to audit-value
               perform log-accept-event

               evaluate true
                   when action-is-intake perform intake-appeal
                   when action-is-decide perform decide-appeal
                   when action-is-look   perform look-up-appeal
                   when action-is-exit   move "Y" to done-maintaining
                   when other
                       display "unknown action, try again"
               end-evaluate

           end-perform.

           close appeal-file.
           if student-master-is-available
               close student-master-file
           end-if.

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

       read-appeal-params.

           move "APPEAL-RESPONSE-DAYS" to pm-name.
           call "getparam" using pm-name pm-value pm-found.
           if pm-found = "Y" and pm-value > zero
               move pm-value to response-days
           end-if.

       intake-appeal.

           display erase_screen.
           display ask_student.
           accept ask_student.
           move "STUDENT" to audit-field-name.
           move entry-student-id to audit-value.
           perform log-accept-event.

           display ask_class.
           accept ask_class.
           move "CLASS" to audit-field-name.
           move entry-class-code to audit-value.
           perform log-accept-event.

           display ask_term.
           accept ask_term.
           move "TERM" to audit-field-name.
           move entry-term-code to audit-value.
           perform log-accept-event.

           display ask_subject.
           accept ask_subject.
           move "SUBJECT" to audit-field-name.
           move entry-subject-id to audit-value.
           perform log-accept-event.

           display ask_filed_by.
           accept ask_filed_by.
           move "FILED-BY" to audit-field-name.
           move entry-filed-by to audit-value.
           perform log-accept-event.

           display ask_filed_date.
           accept ask_filed_date.
           move "FILED-DATE" to audit-field-name.
           move entry-filed-date to audit-value.
           perform log-accept-event.

           display ask_grounds.
           accept ask_grounds.
           move "GROUNDS" to audit-field-name.
           move entry-grounds to audit-value.
           perform log-accept-event.

           move "Y" to case-ok.

           if entry-filed-date not numeric
                   or entry-filed-date > business-date
               display "filed date must be YYYYMMDD, not in the future"
               move "N" to case-ok
           end-if.

           if case-is-ok and student-master-is-available
               move entry-student-id to sm-student-id
               read student-master-file
                   invalid key
                       display "student not on the student master"
                       move "N" to case-ok
               end-read
           end-if.

           if case-is-ok
               perform open-appeal-case
           end-if.


       open-appeal-case.

           move "A" to cd-action.
           move entry-filed-date to cd-date-from.
           move spaces to cd-date-to.
           move spaces to cd-term-code.
           move response-days to cd-day-count.
           call "caldate" using cd-action cd-date-from
               cd-date-to cd-term-code cd-day-count cd-result.

           perform take-next-case-number.

           move spaces to appeal-case-record.
           move next-case-number   to ap-case-number.
           move entry-student-id   to ap-student-id.
           move entry-class-code   to ap-class-code.
           move entry-term-code    to ap-term-code.
           move entry-subject-id   to ap-subject-id.
           move entry-filed-by     to ap-filed-by.
           move entry-filed-date   to ap-filed-date.
           move entry-grounds      to ap-grounds.
           move cd-date-to         to ap-deadline-date.
           move session-operator   to ap-intake-operator.
           move "O" to ap-status.
           move "N" to ap-heard-in-time.
           move "N" to ap-regrade-requested.
           move "N" to ap-letter-printed.

           write appeal-case-record
               invalid key
                   display "error: case number already on file: "
                       next-case-number
           end-write.

           if appeal-file-status = "00"
               display "appeal case opened: " next-case-number
                   "  answer due by " ap-deadline-date
           end-if.

      *> the case counter is kept the way the certificate numbers
      *> are: last number used, rewritten as soon as it is taken.
       take-next-case-number.

           move zero to next-case-number.
           open input appeal-seq-file.
           if appeal-seq-status = "00"
               read appeal-seq-file
                   not at end move as-last-number to next-case-number
               end-read
               close appeal-seq-file
           end-if.

           add 1 to next-case-number.

           move next-case-number to as-last-number.
           open output appeal-seq-file.
           write appeal-seq-record.
           close appeal-seq-file.

       accept-case.

           display ask_case.
           accept ask_case.
           move "CASE" to audit-field-name.
           move entry-case to audit-value.
           perform log-accept-event.

           move "N" to case-ok.
           if entry-case is numeric
               move entry-case to ap-case-number
               read appeal-file
                   invalid key
                       display "no appeal case with that number"
                   not invalid key
                       move "Y" to case-ok
                       perform show-appeal-case
               end-read
           else
               display "case number is six digits"
           end-if.

       show-appeal-case.

           evaluate true
               when ap-is-open     move "OPEN" to status-shown
               when ap-is-upheld   move "UPHELD" to status-shown
               when ap-is-rejected move "REJECTED" to status-shown
               when other          move ap-status to status-shown
           end-evaluate.
           display show_case.

       look-up-appeal.

           display erase_screen.
           perform accept-case.

       decide-appeal.

           display erase_screen.
           perform accept-case.

           if case-is-ok and not ap-is-open
               display "case already decided"
               move "N" to case-ok
           end-if.

           if case-is-ok
               display ask_decision
               accept ask_decision
               move "DECISION" to audit-field-name
               move entry-decision to audit-value
               perform log-accept-event
               if decision-is-upheld or decision-is-rejected
                   perform book-decision
               else
                   display "decision must be U or R"
               end-if
           end-if.


      *> heard in time means decided on or before the deadline the
      *> intake counted; a late decision still stands, but the
      *> register says it was late.
       book-decision.

           move entry-decision   to ap-status.
           move business-date    to ap-decision-date.
           move session-operator to ap-decided-by.
           if ap-decision-date <= ap-deadline-date
               move "Y" to ap-heard-in-time
           else
               move "N" to ap-heard-in-time
           end-if.
           move "N" to ap-letter-printed.

           if ap-is-upheld
               perform write-regrade-request
           end-if.

           rewrite appeal-case-record
               invalid key display "error: rewrite failed"
           end-rewrite.

           display "decision booked for case " ap-case-number.

      *> the upheld case goes onto the approval queue as a pending
      *> regrade with the case number as its reference; the deciding
      *> operator is the submitter, so someone else approves it.
       write-regrade-request.

           move ap-student-id to rq-student-id.
           move ap-class-code to rq-class-code.
           move ap-term-code  to rq-term-code.

           open i-o approval-file.
           if approval-file-status = "35"
               open output approval-file
               close approval-file
               open i-o approval-file
           end-if.

           perform take-next-item-number.

           move spaces to approval-item-record.
           move next-item-number to aq-item-number.
           move "R" to aq-item-type.
           move regrade-request-record to aq-payload.
           move ap-case-number to aq-reference.
           move session-operator to aq-submitted-by.
           move business-date to aq-submitted-date.
           move "P" to aq-status.

           write approval-item-record
               invalid key
                   display "error: item number already on file: "
                       next-item-number
           end-write.

           if approval-file-status = "00"
               move "Y" to ap-regrade-requested
               display "regrade request queued for approval, item "
                   next-item-number
           end-if.

           close approval-file.

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

      *> compliance input trail: every ACCEPT on this screen is
      *> logged with the value entered and the signed-on operator.
       log-accept-event.

           move spaces to accept-audit-record.
           move "appealmaint" to aad-program-name.
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
