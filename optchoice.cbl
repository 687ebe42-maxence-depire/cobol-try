      *> online entry of students' option choices: apply for, withdraw
      *> from and browse a student's optional subjects for a term.
      *> the student must be enrolled on the student master, the term
      *> known to the school calendar and the subject on the option
      *> group master. a choice is stamped when it is keyed and waits
      *> as "A" until the enrolment run confirms or waitlists it.
      *> every applied update lands on the change log, and every
      *> accept joins the compliance input trail.
       identification division.
       program-id. optchoice.

       environment division.
       input-output section.
       file-control.
           select option-enrol-file assign to "OPTION-ENROL.DAT"
               organization indexed
               access mode is dynamic
               record key is oe-enrol-key
               file status is option-enrol-status.

           select option-group-file assign to "OPTION-GROUPS.DAT"
               organization indexed
               access mode is dynamic
               record key is og-subject-id
               file status is option-group-status.

           select student-master-file assign to "STUDENT-MASTER.DAT"
               organization indexed
               access mode is dynamic
               record key is sm-student-id
               file status is student-master-status.

           select change-log-file assign to "OPTION-ENROL-LOG.DAT"
               organization line sequential
               file status is change-log-status.

           select accept-audit-file assign to "ACCEPT-AUDIT.DAT"
               organization line sequential
               file status is accept-audit-status.

           select session-file assign to "SESSION-OPERATOR.DAT"
               organization line sequential
               file status is session-file-status.

       data division.
       file section.
       fd  option-enrol-file.
           copy enrolopt.

       fd  option-group-file.
           copy optgroup.

       fd  student-master-file.
           copy studmast.

       fd  change-log-file.
       01  change-log-line pic x(60).

       fd  accept-audit-file.
       01  accept-audit-record.
           copy acceptaudit.

       fd  session-file.
       01  session-record.
           05 so-operator-id pic x(08).

       working-storage section.

           copy calfields.

           77 option-enrol-status   pic xx.
           77 option-group-status   pic xx.
           77 student-master-status pic xx.
           77 change-log-status     pic xx.
           77 accept-audit-status   pic xx.

           77 session-file-status pic xx.
           77 session-operator pic x(08) value spaces.

           77 maint-action pic x.
               88 action-is-add    value "A".
               88 action-is-delete value "D".
               88 action-is-browse value "B".
               88 action-is-exit   value "X".

           77 done-maintaining pic x value "N".
               88 all-done value "Y".

           77 entry-student-id pic x(05).
           77 entry-term-code  pic x(04).
           77 entry-subject-id pic x(05).

           77 record-exists pic x.
               88 key-was-found value "Y".

           77 entry-ok pic x.
               88 entry-is-ok value "Y".

           77 log-action pic x(06).

           77 browse-eof pic x.

           01 log-detail.
               05 filler            pic x      value space.
               05 lg-date           pic x(08).
               05 filler            pic x(02)  value space.
               05 lg-operator       pic x(08).
               05 filler            pic x(02)  value space.
               05 lg-action         pic x(06).
               05 filler            pic x(02)  value space.
               05 lg-student-id     pic x(05).
               05 filler            pic x      value "/".
               05 lg-term-code      pic x(04).
               05 filler            pic x      value "/".
               05 lg-subject-id     pic x(05).
               05 filler            pic x(02)  value space.
               05 lg-status         pic x(01).

      *> staging fields for the audit write: the record itself is
      *> cleared and built inside log-accept-event.
           77 audit-field-name pic x(12).
           77 audit-value      pic x(10).

       screen section.

           copy promptfield replacing
               SCREEN-NAME by ask_action
               FIELD-LINE  by 1
               PROMPT-TEXT by
               "action (A)pply (D)withdraw (B)rowse e(X)it: "
               FIELD-PIC   by x
               TARGET-FIELD by maint-action.

           copy promptfield replacing
               SCREEN-NAME by ask_student
               FIELD-LINE  by 3
               PROMPT-TEXT by "student id:     "
               ==FIELD-PIC== by ==x(05)==
               TARGET-FIELD by entry-student-id.

           copy promptfield replacing
               SCREEN-NAME by ask_term
               FIELD-LINE  by 4
               PROMPT-TEXT by "term code:      "
               ==FIELD-PIC== by ==x(04)==
               TARGET-FIELD by entry-term-code.

           copy promptfield replacing
               SCREEN-NAME by ask_subject
               FIELD-LINE  by 5
               PROMPT-TEXT by "option subject: "
               ==FIELD-PIC== by ==x(05)==
               TARGET-FIELD by entry-subject-id.

           1 show_choice.
               2 line 8 col 1 "choice ".
               2 pic x(05) from oe-student-id.
               2 col 14 " ".
               2 pic x(04) from oe-term-code.
               2 col 19 " ".
               2 pic x(05) from oe-subject-id.
               2 col 25 " applied ".
               2 pic x(14) from oe-applied-stamp.
               2 col 49 " status ".
               2 pic x from oe-status.
               2 col 58 " ".
               2 pic zz9 blank when zero from oe-waitlist-pos.

       procedure division.

           perform read-session-operator.

           open i-o option-enrol-file.
           if option-enrol-status = "35"
               open output option-enrol-file
               close option-enrol-file
               open i-o option-enrol-file
           end-if.

           open input option-group-file.
           open input student-master-file.

           perform until all-done

               display ask_action
               accept ask_action
               move "ACTION" to audit-field-name
               move maint-action to audit-value
               perform log-accept-event

               evaluate true
                   when action-is-add    perform add-choice
                   when action-is-delete perform delete-choice
                   when action-is-browse perform browse-choices
                   when action-is-exit   move "Y" to done-maintaining
                   when other
                       display "unknown action, try again"
               end-evaluate

           end-perform.

           close option-enrol-file.
           close option-group-file.
           close student-master-file.

       goback.

       read-session-operator.

           open input session-file.
           if session-file-status = "00"
               read session-file
                   not at end move so-operator-id to session-operator
               end-read
               close session-file
           end-if.

       accept-student-term.

           display ask_student.
           accept ask_student.
           move "STUDENT" to audit-field-name.
           move entry-student-id to audit-value.
           perform log-accept-event.

           display ask_term.
           accept ask_term.
           move "TERM" to audit-field-name.
           move entry-term-code to audit-value.
           perform log-accept-event.

       accept-subject.

           display ask_subject.
           accept ask_subject.
           move "SUBJECT" to audit-field-name.
           move entry-subject-id to audit-value.
           perform log-accept-event.

       read-choice-by-key.

           move "N" to record-exists.
           move entry-student-id to oe-student-id.
           move entry-term-code  to oe-term-code.
           move entry-subject-id to oe-subject-id.
           read option-enrol-file
               invalid key continue
               not invalid key move "Y" to record-exists
           end-read.

       validate-choice.

           move "Y" to entry-ok.

           move entry-student-id to sm-student-id.
           read student-master-file
               invalid key
                   move "N" to entry-ok
                   display "student not on the student master"
               not invalid key
                   if not sm-is-enrolled
                       move "N" to entry-ok
                       display "student is not enrolled"
                   end-if
           end-read.

           if entry-is-ok
               move "T" to cd-action
               move spaces to cd-date-from
               move spaces to cd-date-to
               move entry-term-code to cd-term-code
               call "caldate" using cd-action cd-date-from
                   cd-date-to cd-term-code cd-day-count cd-result
               if cd-result = "U"
                   move "N" to entry-ok
                   display "term not on the school calendar"
               end-if
           end-if.

           if entry-is-ok
               move entry-subject-id to og-subject-id
               read option-group-file
                   invalid key
                       move "N" to entry-ok
                       display "subject is not an option group"
               end-read
           end-if.

       add-choice.

           perform accept-student-term.
           perform accept-subject.
           perform validate-choice.

           if entry-is-ok
               perform read-choice-by-key
               if key-was-found
                   display show_choice
                   display "choice already on file"
               else
                   move entry-student-id to oe-student-id
                   move entry-term-code  to oe-term-code
                   move entry-subject-id to oe-subject-id
                   move function current-date(1:14)
                       to oe-applied-stamp
                   move "A" to oe-status
                   move zero to oe-waitlist-pos
                   move session-operator to oe-changed-by
                   move function current-date(1:8)
                       to oe-changed-date
                   write option-enrol-record
                       invalid key
                           display "error: write failed"
                   end-write
                   move "AJOUT" to log-action
                   perform write-change-log
                   display "applied"
               end-if
           end-if.

      *> a withdrawn confirmed place goes back to the group; the
      *> next enrolment run hands it to the head of the waiting list.
       delete-choice.

           perform accept-student-term.
           perform accept-subject.
           perform read-choice-by-key.

           if key-was-found
               display show_choice
               delete option-enrol-file record
               move "SUPPR" to log-action
               perform write-change-log
               display "withdrawn"
           else
               display "not on file"
           end-if.

       browse-choices.

           perform accept-student-term.

           move entry-student-id to oe-student-id.
           move entry-term-code  to oe-term-code.
           move low-values to oe-subject-id.

           start option-enrol-file
                   key is not less than oe-enrol-key
               invalid key
                   display "nothing on file at or past that key"
               not invalid key
                   move "N" to browse-eof
                   perform until browse-eof = "Y"
                       read option-enrol-file next record
                           at end move "Y" to browse-eof
                           not at end
                               if oe-student-id not = entry-student-id
                                   move "Y" to browse-eof
                               else
                                   display show_choice
                               end-if
                       end-read
                   end-perform
           end-start.

       write-change-log.

           move function current-date(1:8) to lg-date.
           move session-operator to lg-operator.
           move log-action to lg-action.
           move oe-student-id to lg-student-id.
           move oe-term-code to lg-term-code.
           move oe-subject-id to lg-subject-id.
           move oe-status to lg-status.

           open extend change-log-file.
           if change-log-status = "35"
               open output change-log-file
           end-if.
           move log-detail to change-log-line.
           write change-log-line.
           close change-log-file.

      *> compliance input trail: every ACCEPT on this screen is
      *> logged with the value entered and the signed-on operator.
       log-accept-event.

           move spaces to accept-audit-record.
           move "optchoice" to aad-program-name.
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
