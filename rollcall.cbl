      *> daily roll call for one class: the class, the date and the
      *> half-day are keyed once, then the roster from the student
      *> master comes up student by student and each is marked
      *> (P)resent, (A)bsent or (L)ate. absences and lates land on
      *> the indexed DAILY-ATTENDANCE.DAT file, unjustified until the
      *> office's justification screen says otherwise; marking a
      *> student present again removes a mistaken record. the school
      *> calendar refuses a weekend or a holiday -- nobody is absent
      *> on a day the school is shut. every accept joins the
      *> compliance input trail.
       identification division.
       program-id. rollcall.

       environment division.
       input-output section.
       file-control.
           select student-master-file assign to "STUDENT-MASTER.DAT"
               organization indexed
               access mode is dynamic
               record key is sm-student-id
               file status is student-master-status.

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
       fd  student-master-file.
           copy studmast.

       fd  attendance-file.
           copy dailyatt.

       fd  accept-audit-file.
       01  accept-audit-record.
           copy acceptaudit.

       fd  session-file.
       01  session-record.
           05 so-operator-id pic x(08).

       working-storage section.

           77 student-master-status pic xx.
           77 attendance-status     pic xx.
           77 accept-audit-status   pic xx.

           77 session-file-status pic xx.
           77 session-operator pic x(08) value spaces.

           copy calfields.

           77 entry-class-code pic x(05).
           77 entry-date       pic x(08).
           77 entry-half-day   pic x(01).
               88 half-day-is-valid values "M" "A".

           77 entry-mark pic x.
               88 mark-is-present value "P".
               88 mark-is-absent  value "A".
               88 mark-is-late    value "L".
               88 mark-is-quit    value "Q".

           77 next-day-int pic 9(08).
           77 next-date    pic x(08).

           77 day-open pic x value "N".
               88 day-is-open value "Y".

           77 end-of-roster pic x value "N".
               88 no-more-roster value "Y".

           77 student-done pic x.
               88 student-is-done value "Y".

           77 mark-exists pic x.
               88 mark-was-found value "Y".

           77 students-called pic 9(04) value zero.
           77 absences-marked pic 9(04) value zero.
           77 lates-marked    pic 9(04) value zero.

           77 mark-shown pic x(08).

      *> staging fields for the audit write: the record itself is
      *> cleared and built inside log-accept-event.
           77 audit-field-name pic x(12).
           77 audit-value      pic x(10).

       screen section.

           copy blankscreen replacing
               SCREEN-NAME by erase_screen.

           copy promptfield replacing
               SCREEN-NAME by ask_class
               FIELD-LINE  by 1
               PROMPT-TEXT by "class code:             "
               ==FIELD-PIC== by ==x(05)==
               TARGET-FIELD by entry-class-code.

           copy promptfield replacing
               SCREEN-NAME by ask_date
               FIELD-LINE  by 2
               PROMPT-TEXT by "date (YYYYMMDD):        "
               ==FIELD-PIC== by ==x(08)==
               TARGET-FIELD by entry-date.

           copy promptfield replacing
               SCREEN-NAME by ask_half_day
               FIELD-LINE  by 3
               PROMPT-TEXT by "(M)orning (A)fternoon:  "
               FIELD-PIC   by x
               TARGET-FIELD by entry-half-day.

           copy promptfield replacing
               SCREEN-NAME by ask_mark
               FIELD-LINE  by 8
               PROMPT-TEXT by "(P)resent (A)bsent (L)ate (Q)uit: "
               FIELD-PIC   by x
               TARGET-FIELD by entry-mark.

           1 show_roll_call.
               2 line 1 col 1 "class ".
               2 pic x(05) from entry-class-code.
               2 col 13 " date ".
               2 pic x(08) from entry-date.
               2 col 28 " half-day ".
               2 pic x from entry-half-day.

           1 show_student.
               2 line 5 col 1 "student ".
               2 pic x(05) from sm-student-id.
               2 col 15 space.
               2 pic x(20) from sm-student-name.
               2 line 6 col 1 "on file ".
               2 pic x(08) from mark-shown.

       procedure division.

           perform read-session-operator.

           open input student-master-file.
           if student-master-status not = "00"
               display "error: cannot open STUDENT-MASTER.DAT"
               move 8 to return-code
               goback
           end-if.

           open i-o attendance-file.
           if attendance-status = "35"
               open output attendance-file
               close attendance-file
               open i-o attendance-file
           end-if.

           display erase_screen.

           perform accept-roll-call-day.

           if day-is-open
               perform call-class-roster
               display erase_screen
               display "students called: " students-called
               display "absences marked: " absences-marked
               display "lates marked:    " lates-marked
           else
               move 4 to return-code
           end-if.

           close student-master-file.
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

       accept-roll-call-day.

           display ask_class.
           accept ask_class.
           move "CLASS" to audit-field-name.
           move entry-class-code to audit-value.
           perform log-accept-event.

           display ask_date.
           accept ask_date.
           move "DATE" to audit-field-name.
           move entry-date to audit-value.
           perform log-accept-event.

           display ask_half_day.
           accept ask_half_day.
           move "HALF-DAY" to audit-field-name.
           move entry-half-day to audit-value.
           perform log-accept-event.

           move "Y" to day-open.

           if entry-date not numeric
               display "date must be YYYYMMDD"
               move "N" to day-open
           end-if.

           if day-is-open and not half-day-is-valid
               display "half-day must be M or A"
               move "N" to day-open
           end-if.

           if day-is-open
               perform check-school-day
           end-if.

      *> a one-day span through the calendar subprogram counts one
      *> school day, or none on a weekend or a holiday.
       check-school-day.

           compute next-day-int = function integer-of-date(
               function numval(entry-date)) + 1.
           move function date-of-integer(next-day-int) to next-date.

           move "D" to cd-action.
           move entry-date to cd-date-from.
           move next-date to cd-date-to.
           move spaces to cd-term-code.
           call "caldate" using cd-action cd-date-from
               cd-date-to cd-term-code cd-day-count cd-result.

           if cd-day-count = zero
               display "no school that day: weekend or holiday"
               move "N" to day-open
           end-if.

      *> the roster is every enrolled student the master places in
      *> the class, walked in student-id order.
       call-class-roster.

           move low-values to sm-student-id.
           start student-master-file
                   key is not less than sm-student-id
               invalid key move "Y" to end-of-roster
           end-start.

           perform until no-more-roster
               read student-master-file next record
                   at end move "Y" to end-of-roster
                   not at end
                       if sm-is-enrolled
                               and sm-class-code = entry-class-code
                           perform call-one-student
                       end-if
               end-read
           end-perform.

       call-one-student.

           add 1 to students-called.

           move sm-student-id  to da-student-id.
           move entry-date     to da-attend-date.
           move entry-half-day to da-half-day.

           move "N" to mark-exists.
           move "PRESENT" to mark-shown.
           read attendance-file
               invalid key continue
               not invalid key
                   move "Y" to mark-exists
                   if da-is-late
                       move "LATE" to mark-shown
                   else
                       move "ABSENT" to mark-shown
                   end-if
           end-read.

           display erase_screen.
           display show_roll_call.
           display show_student.

           move "N" to student-done.
           perform until student-is-done
               display ask_mark
               accept ask_mark
               move "MARK" to audit-field-name
               move entry-mark to audit-value
               perform log-accept-event
               evaluate true
                   when mark-is-present
                       perform mark-present
                       move "Y" to student-done
                   when mark-is-absent or mark-is-late
                       perform mark-missing
                       move "Y" to student-done
                   when mark-is-quit
                       move "Y" to student-done
                       move "Y" to end-of-roster
                   when other
                       display "unknown mark, try again"
               end-evaluate
           end-perform.

       mark-present.

           if mark-was-found
               delete attendance-file record
                   invalid key continue
               end-delete
           end-if.

      *> a re-marked student keeps any justification the office has
      *> already booked against the half-day.
       mark-missing.

           move sm-class-code to da-class-code.
           move entry-mark to da-attend-type.
           move session-operator to da-recorded-by.
           move function current-date(1:8) to da-recorded-date.
           move function current-date(9:6) to da-recorded-time.

           if mark-was-found
               rewrite daily-attendance-record
           else
               move "N" to da-justified
               move spaces to da-reason
               move spaces to da-justified-by
               move spaces to da-justified-date
               write daily-attendance-record
                   invalid key
                       display "error: write failed"
               end-write
           end-if.

           if mark-is-late
               add 1 to lates-marked
           else
               add 1 to absences-marked
           end-if.

      *> compliance input trail: every ACCEPT on this screen is
      *> logged with the value entered and the signed-on operator.
       log-accept-event.

           move spaces to accept-audit-record.
           move "rollcall" to aad-program-name.
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
