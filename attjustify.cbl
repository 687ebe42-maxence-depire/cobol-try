      *> the office's justification screen for the daily attendance
      *> file: when a note comes in, the student and the span of days
      *> it covers are keyed with the reason, and every absence or
      *> late on file for the student inside that span is marked
      *> justified under the signed-on operator and the date. a list
      *> action shows what is on file for the student first, and an
      *> unjustify action takes back a justification keyed in error.
      *> every accept joins the compliance input trail.
       identification division.
       program-id. attjustify.

       environment division.
       input-output section.
       file-control.
           select attendance-file assign to "DAILY-ATTENDANCE.DAT"
               organization indexed
               access mode is dynamic
               record key is da-attend-key
               file status is attendance-status.

           select accept-audit-file assign to "ACCEPT-AUDIT.DAT"
               organization line sequential
               file status is accept-audit-status.

           select session-file assign to "SESSION-OPERATOR.DAT"
               organization line sequential
               file status is session-file-status.

       data division.
       file section.
       fd  attendance-file.
           copy dailyatt.

       fd  accept-audit-file.
       01  accept-audit-record.
           copy acceptaudit.

       fd  session-file.
       01  session-record.
           05 so-operator-id pic x(08).

       working-storage section.

           77 attendance-status   pic xx.
           77 accept-audit-status pic xx.

           77 session-file-status pic xx.
           77 session-operator pic x(08) value spaces.

           77 maint-action pic x.
               88 action-is-list      value "L".
               88 action-is-justify   value "J".
               88 action-is-unjustify value "U".
               88 action-is-exit      value "X".

           77 done-maintaining pic x value "N".
               88 all-done value "Y".

           77 entry-student-id pic x(05).
           77 entry-date-from  pic x(08).
           77 entry-date-to    pic x(08).
           77 entry-reason     pic x(20).

           77 browse-eof pic x.

           77 records-touched pic 9(04).

      *> staging fields for the audit write: the record itself is
      *> cleared and built inside log-accept-event.
           77 audit-field-name pic x(12).
           77 audit-value      pic x(10).

           01 list-detail.
               05 filler            pic x      value space.
               05 li-attend-date    pic x(08).
               05 filler            pic x      value space.
               05 li-half-day       pic x(01).
               05 filler            pic x(02)  value space.
               05 li-class-code     pic x(05).
               05 filler            pic x(02)  value space.
               05 li-attend-type    pic x(01).
               05 filler            pic x(02)  value space.
               05 li-justified      pic x(01).
               05 filler            pic x(02)  value space.
               05 li-reason         pic x(20).

       screen section.

           copy promptfield replacing
               SCREEN-NAME by ask_action
               FIELD-LINE  by 1
               PROMPT-TEXT by
               "action (L)ist (J)ustify (U)njustify e(X)it: "
               FIELD-PIC   by x
               TARGET-FIELD by maint-action.

           copy promptfield replacing
               SCREEN-NAME by ask_student
               FIELD-LINE  by 3
               PROMPT-TEXT by "student id:              "
               ==FIELD-PIC== by ==x(05)==
               TARGET-FIELD by entry-student-id.

           copy promptfield replacing
               SCREEN-NAME by ask_date_from
               FIELD-LINE  by 4
               PROMPT-TEXT by "date from (YYYYMMDD):    "
               ==FIELD-PIC== by ==x(08)==
               TARGET-FIELD by entry-date-from.

           copy promptfield replacing
               SCREEN-NAME by ask_date_to
               FIELD-LINE  by 5
               PROMPT-TEXT by "date to (YYYYMMDD):      "
               ==FIELD-PIC== by ==x(08)==
               TARGET-FIELD by entry-date-to.

           copy promptfield replacing
               SCREEN-NAME by ask_reason
               FIELD-LINE  by 6
               PROMPT-TEXT by "reason:                  "
               ==FIELD-PIC== by ==x(20)==
               TARGET-FIELD by entry-reason.

       procedure division.

           perform read-session-operator.

           open i-o attendance-file.
           if attendance-status not = "00"
               display "error: cannot open DAILY-ATTENDANCE.DAT"
               move 8 to return-code
               goback
           end-if.

           perform until all-done

               display ask_action
               accept ask_action
               move "ACTION" to audit-field-name
               move maint-action to audit-value
               perform log-accept-event

               evaluate true
                   when action-is-list      perform list-student-days
                   when action-is-justify   perform justify-span
                   when action-is-unjustify perform justify-span
                   when action-is-exit      move "Y" to done-maintaining
                   when other
                       display "unknown action, try again"
               end-evaluate

           end-perform.

           close attendance-file.

       goback.

       read-session-operator.

           open input session-file.
           if session-file-status = "00"
               read session-file
                   not at end move so-operator-id to session-operator
               end-read
               close session-file
           end-if.

       accept-student.

           display ask_student.
           accept ask_student.
           move "STUDENT" to audit-field-name.
           move entry-student-id to audit-value.
           perform log-accept-event.

       list-student-days.

           perform accept-student.

           move entry-student-id to da-student-id.
           move low-values to da-attend-date.
           move low-values to da-half-day.
           move zero to records-touched.

           start attendance-file
                   key is not less than da-attend-key
               invalid key move "Y" to browse-eof
               not invalid key move "N" to browse-eof
           end-start.

           perform until browse-eof = "Y"
               read attendance-file next record
                   at end move "Y" to browse-eof
                   not at end
                       if da-student-id not = entry-student-id
                           move "Y" to browse-eof
                       else
                           add 1 to records-touched
                           move da-attend-date to li-attend-date
                           move da-half-day    to li-half-day
                           move da-class-code  to li-class-code
                           move da-attend-type to li-attend-type
                           move da-justified   to li-justified
                           move da-reason      to li-reason
                           display list-detail
                       end-if
               end-read
           end-perform.

           if records-touched = zero
               display "nothing on file for that student"
           end-if.

      *> the same walk serves both ways: justify books the reason
      *> and the operator, unjustify clears them again.
       justify-span.

           perform accept-student.

           display ask_date_from.
           accept ask_date_from.
           move "DATE-FROM" to audit-field-name.
           move entry-date-from to audit-value.
           perform log-accept-event.

           display ask_date_to.
           accept ask_date_to.
           move "DATE-TO" to audit-field-name.
           move entry-date-to to audit-value.
           perform log-accept-event.

           if action-is-justify
               display ask_reason
               accept ask_reason
               move "REASON" to audit-field-name
               move entry-reason to audit-value
               perform log-accept-event
           end-if.

           if entry-date-from not numeric
                   or entry-date-to not numeric
                   or entry-date-from > entry-date-to
               display "dates must be YYYYMMDD, from not after to"
           else
               perform walk-justify-span
           end-if.

       walk-justify-span.

           move entry-student-id to da-student-id.
           move entry-date-from  to da-attend-date.
           move low-values       to da-half-day.
           move zero to records-touched.

           start attendance-file
                   key is not less than da-attend-key
               invalid key move "Y" to browse-eof
               not invalid key move "N" to browse-eof
           end-start.

           perform until browse-eof = "Y"
               read attendance-file next record
                   at end move "Y" to browse-eof
                   not at end
                       if da-student-id not = entry-student-id
                               or da-attend-date > entry-date-to
                           move "Y" to browse-eof
                       else
                           perform justify-one-record
                       end-if
               end-read
           end-perform.

           if action-is-justify
               display "half-days justified: " records-touched
           else
               display "half-days unjustified: " records-touched
           end-if.

       justify-one-record.

           if action-is-justify
               move "Y" to da-justified
               move entry-reason to da-reason
               move session-operator to da-justified-by
               move function current-date(1:8) to da-justified-date
           else
               move "N" to da-justified
               move spaces to da-reason
               move spaces to da-justified-by
               move spaces to da-justified-date
           end-if.

           rewrite daily-attendance-record.
           add 1 to records-touched.

      *> compliance input trail: every ACCEPT on this screen is
      *> logged with the value entered and the signed-on operator.
       log-accept-event.

           move spaces to accept-audit-record.
           move "attjustify" to aad-program-name.
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
