      *> online grade entry for the signed-on teacher: opens one
      *> class/subject/term, puts up the class roster from the student
      *> master student by student, and takes a note and coefficient
      *> for each. the teacher master decides who may open a section
      *> -- the assignment's sign-on must be the session operator, so
      *> nobody keys marks for a section they do not teach. keyed
      *> notes land on the GRADE-ENTRY.DAT staging file, which the
      *> nightly sort merges with the registrar extract; the edit
      *> step then judges them the same way it judges the CSV load.
      *> every accept joins the compliance input trail.
       identification division.
       program-id. gradentry.

       environment division.
       input-output section.
       file-control.
           select teacher-master-file assign to "TEACHER-MASTER.DAT"
               organization indexed
               access mode is dynamic
               record key is tm-assign-key
               file status is teacher-master-status.

           select student-master-file assign to "STUDENT-MASTER.DAT"
               organization indexed
               access mode is dynamic
               record key is sm-student-id
               file status is student-master-status.

           select grade-entry-file assign to "GRADE-ENTRY.DAT"
               organization indexed
               access mode is dynamic
               record key is ge-entry-key
               file status is grade-entry-status.

           select term-close-file assign to "TERM-CLOSE.DAT"
               organization line sequential
               file status is term-close-status.

           select calendar-file assign to "SCHOOL-CALENDAR.DAT"
               organization line sequential
               file status is calendar-file-status.

           select accept-audit-file assign to "ACCEPT-AUDIT.DAT"
               organization line sequential
               file status is accept-audit-status.

           select session-file assign to "SESSION-OPERATOR.DAT"
               organization line sequential
               file status is session-file-status.

       data division.
       file section.
       fd  teacher-master-file.
           copy teachmast.

       fd  student-master-file.
           copy studmast.

       fd  grade-entry-file.
           copy gradestage.

       fd  term-close-file.
       01  term-close-record.
           05 tc-class-code pic x(05).
           05 tc-term-code  pic x(04).
           05 tc-status     pic x(01).
           05 tc-operator   pic x(08).
           05 tc-date       pic x(08).

       fd  calendar-file.
       01  calendar-line pic x(41).

       fd  accept-audit-file.
       01  accept-audit-record.
           copy acceptaudit.

       fd  session-file.
       01  session-record.
           05 so-operator-id pic x(08).

       working-storage section.

           77 teacher-master-status pic xx.
           77 student-master-status pic xx.
           77 grade-entry-status    pic xx.
           77 term-close-status     pic xx.
           77 calendar-file-status  pic xx.
           77 accept-audit-status   pic xx.

           77 session-file-status pic xx.
           77 session-operator pic x(08) value spaces.

           copy calfields.

           77 entry-class-code pic x(05).
           77 entry-subject-id pic x(05).
           77 entry-term-code  pic x(04).

           77 entry-action pic x.
               88 action-is-key  value "K".
               88 action-is-skip value "S".
               88 action-is-quit value "Q".

           77 entry-note pic 9(02)v9(02).
           77 entry-coef pic 9(02).

      *> the section is opened only when every check has passed;
      *> refusal-text says why it was not.
           77 section-open pic x value "N".
               88 section-is-open value "Y".
           77 refusal-text pic x(40).

           77 end-of-close pic x value "N".
               88 no-more-close value "Y".
           77 close-state pic x value space.

           77 end-of-roster pic x value "N".
               88 no-more-roster value "Y".

           77 student-done pic x.
               88 student-is-done value "Y".

           77 entry-valid pic x.
               88 entry-is-valid value "Y".

           77 entry-exists pic x.
               88 entry-was-found value "Y".

           77 students-shown pic 9(04) value zero.
           77 notes-keyed    pic 9(04) value zero.

      *> staging fields for the audit write: the record itself is
      *> cleared and built inside log-accept-event.
           77 audit-field-name pic x(12).
           77 audit-value      pic x(10).

           01 note-shown pic 99.99.

       screen section.

           copy blankscreen replacing
               SCREEN-NAME by erase_screen.

           copy promptfield replacing
               SCREEN-NAME by ask_class
               FIELD-LINE  by 1
               PROMPT-TEXT by "class code: "
               ==FIELD-PIC== by ==x(05)==
               TARGET-FIELD by entry-class-code.

           copy promptfield replacing
               SCREEN-NAME by ask_subject
               FIELD-LINE  by 2
               PROMPT-TEXT by "subject id: "
               ==FIELD-PIC== by ==x(05)==
               TARGET-FIELD by entry-subject-id.

           copy promptfield replacing
               SCREEN-NAME by ask_term
               FIELD-LINE  by 3
               PROMPT-TEXT by "term code:  "
               ==FIELD-PIC== by ==x(04)==
               TARGET-FIELD by entry-term-code.

           copy promptfield replacing
               SCREEN-NAME by ask_action
               FIELD-LINE  by 8
               PROMPT-TEXT by "(K)ey note (S)kip student (Q)uit: "
               FIELD-PIC   by x
               TARGET-FIELD by entry-action.

           copy promptfield replacing
               SCREEN-NAME by ask_note
               FIELD-LINE  by 9
               PROMPT-TEXT by "note (0-20):  "
               ==FIELD-PIC== by ==99.99==
               TARGET-FIELD by entry-note.

           copy promptfield replacing
               SCREEN-NAME by ask_coef
               FIELD-LINE  by 10
               PROMPT-TEXT by "coefficient:  "
               FIELD-PIC   by 99
               TARGET-FIELD by entry-coef.

           1 show_section.
               2 line 1 col 1 "class ".
               2 pic x(05) from entry-class-code.
               2 col 13 " subject ".
               2 pic x(05) from entry-subject-id.
               2 col 28 " term ".
               2 pic x(04) from entry-term-code.
               2 line 2 col 1 "teacher ".
               2 pic x(20) from tm-teacher-name.

           1 show_student.
               2 line 5 col 1 "student ".
               2 pic x(05) from sm-student-id.
               2 col 15 space.
               2 pic x(20) from sm-student-name.
               2 line 6 col 1 "on file ".
               2 pic x(05) from note-shown.
               2 col 15 " coef ".
               2 pic 99 from ge-coef.

       procedure division.

           perform read-session-operator.

           if session-operator = spaces
               display "sign on through the menu to key grades"
               move 8 to return-code
               goback
           end-if.

           open input teacher-master-file.
           if teacher-master-status not = "00"
               display "error: cannot open TEACHER-MASTER.DAT"
               move 8 to return-code
               goback
           end-if.

           open input student-master-file.
           if student-master-status not = "00"
               display "error: cannot open STUDENT-MASTER.DAT"
               close teacher-master-file
               move 8 to return-code
               goback
           end-if.

           open i-o grade-entry-file.
           if grade-entry-status = "35"
               open output grade-entry-file
               close grade-entry-file
               open i-o grade-entry-file
           end-if.

           display erase_screen.

           perform accept-section.

           if section-is-open
               perform key-class-roster
               display erase_screen
               display "students shown: " students-shown
               display "notes keyed:    " notes-keyed
           else
               display refusal-text
               move 4 to return-code
           end-if.

           close teacher-master-file.
           close student-master-file.
           close grade-entry-file.

       goback.

       read-session-operator.

           open input session-file.
           if session-file-status = "00"
               read session-file
                   not at end move so-operator-id to session-operator
               end-read
               close session-file
           end-if.

      *> the class/subject/term to open, and the checks that decide
      *> whether this operator may open it: the section must be on
      *> the teacher master under their sign-on, the term must be one
      *> the school calendar knows, and the class/term must not have
      *> been closed. a refusal joins the input trail too.
       accept-section.

           display ask_class.
           accept ask_class.
           move "CLASS" to audit-field-name.
           move entry-class-code to audit-value.
           perform log-accept-event.

           display ask_subject.
           accept ask_subject.
           move "SUBJECT" to audit-field-name.
           move entry-subject-id to audit-value.
           perform log-accept-event.

           display ask_term.
           accept ask_term.
           move "TERM" to audit-field-name.
           move entry-term-code to audit-value.
           perform log-accept-event.

           move "Y" to section-open.

           move entry-class-code to tm-class-code.
           move entry-subject-id to tm-subject-id.
           read teacher-master-file
               invalid key
                   move "N" to section-open
                   move "no teacher assigned to that class/subject"
                       to refusal-text
           end-read.

           if section-is-open
                   and tm-operator-id not = session-operator
               move "N" to section-open
               move "that section is not assigned to you"
                   to refusal-text
           end-if.

           if section-is-open
               perform check-term-is-known
           end-if.

           if section-is-open
               perform check-term-not-closed
           end-if.

           if not section-is-open
               move "REFUSED" to audit-field-name
               move tm-assign-key to audit-value
               perform log-accept-event
           end-if.

      *> only judged when a calendar is on file, as the edit does.
       check-term-is-known.

           open input calendar-file.
           if calendar-file-status = "00"
               close calendar-file
               move "T" to cd-action
               move spaces to cd-date-from
               move spaces to cd-date-to
               move entry-term-code to cd-term-code
               call "caldate" using cd-action cd-date-from
                   cd-date-to cd-term-code cd-day-count cd-result
               if cd-result = "U"
                   move "N" to section-open
                   move "term not on the school calendar"
                       to refusal-text
               end-if
           end-if.

      *> the close register is append-only: the latest row for the
      *> class/term says whether it is closed now.
       check-term-not-closed.

           move space to close-state.
           open input term-close-file.
           if term-close-status = "00"
               perform until no-more-close
                   read term-close-file
                       at end move "Y" to end-of-close
                       not at end
                           if tc-class-code = entry-class-code
                                   and tc-term-code = entry-term-code
                               move tc-status to close-state
                           end-if
                   end-read
               end-perform
               close term-close-file
           end-if.

           if close-state = "C"
               move "N" to section-open
               move "class/term is closed" to refusal-text
           end-if.

      *> the roster is every enrolled student the master places in
      *> the class, walked in student-id order.
       key-class-roster.

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
                           perform key-one-student
                       end-if
               end-read
           end-perform.

       key-one-student.

           add 1 to students-shown.

           move sm-student-id    to ge-student-id.
           move entry-class-code to ge-class-code.
           move entry-term-code  to ge-term-code.
           move entry-subject-id to ge-subject-id.

           move "N" to entry-exists.
           read grade-entry-file
               invalid key
                   move zero to ge-note
                   move zero to ge-coef
               not invalid key
                   move "Y" to entry-exists
           end-read.
           move ge-note to note-shown.

           display erase_screen.
           display show_section.
           display show_student.

           move "N" to student-done.
           perform until student-is-done
               display ask_action
               accept ask_action
               move "ACTION" to audit-field-name
               move entry-action to audit-value
               perform log-accept-event
               evaluate true
                   when action-is-key
                       perform key-one-note
                       move "Y" to student-done
                   when action-is-skip
                       move "Y" to student-done
                   when action-is-quit
                       move "Y" to student-done
                       move "Y" to end-of-roster
                   when other
                       display "unknown action, try again"
               end-evaluate
           end-perform.

      *> a note above 20 or a zero coefficient is refused at the
      *> screen; the nightly edit judges the rest the same way it
      *> judges the registrar's rows.
       key-one-note.

           move "N" to entry-valid.
           perform until entry-is-valid
               display ask_note
               accept ask_note
               move "NOTE" to audit-field-name
               move entry-note to audit-value
               perform log-accept-event
               display ask_coef
               accept ask_coef
               move "COEF" to audit-field-name
               move entry-coef to audit-value
               perform log-accept-event
               if entry-note > 20
                   display "note must not be above 20"
               else
                   if entry-coef = zero
                       display "coefficient must not be zero"
                   else
                       move "Y" to entry-valid
                   end-if
               end-if
           end-perform.

           move entry-note to ge-note.
           move entry-coef to ge-coef.
           move "A" to ge-student-status.
           move session-operator to ge-operator-id.
           move function current-date(1:8) to ge-entry-date.
           move sm-school-code to ge-school-code.

           if entry-was-found
               rewrite grade-entry-record
           else
               write grade-entry-record
                   invalid key
                       display "error: write failed"
               end-write
           end-if.

           add 1 to notes-keyed.

      *> compliance input trail: every ACCEPT on this screen is
      *> logged with the value entered and the signed-on operator.
       log-accept-event.

           move spaces to accept-audit-record.
           move "gradentry" to aad-program-name.
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
