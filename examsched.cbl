      *> online maintenance for the exam session master: add, change,
      *> delete and browse one class's sitting in one subject by
      *> date and half-day (M morning, A afternoon), with up to three
      *> invigilating teachers. the date must be a school day on the
      *> calendar, the subject on the catalog and assigned to the
      *> class, and each invigilator a teacher on the assignment
      *> master. a class already sitting, or an invigilator already
      *> on duty, in the same half-day is refused. every applied
      *> update lands on the change log, and every accept joins the
      *> compliance input trail.
       identification division.
       program-id. examsched.

       environment division.
       input-output section.
       file-control.
           select exam-session-file assign to "EXAM-SESSIONS.DAT"
               organization indexed
               access mode is dynamic
               record key is es-session-key
               file status is exam-session-status.

           select teacher-master-file assign to "TEACHER-MASTER.DAT"
               organization indexed
               access mode is dynamic
               record key is tm-assign-key
               file status is teacher-master-status.

           select subject-master-file assign to "SUBJECT-MASTER.DAT"
               organization indexed
               access mode is dynamic
               record key is sj-subject-id
               file status is subject-master-status.

           select change-log-file assign to "EXAM-SESSIONS-LOG.DAT"
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
       fd  exam-session-file.
           copy examsess.

       fd  teacher-master-file.
           copy teachmast.

       fd  subject-master-file.
           copy subjmast.

       fd  change-log-file.
       01  change-log-line pic x(70).

       fd  accept-audit-file.
       01  accept-audit-record.
           copy acceptaudit.

       fd  session-file.
       01  session-record.
           05 so-operator-id pic x(08).

       working-storage section.

           copy calfields.

           77 exam-session-status   pic xx.
           77 teacher-master-status pic xx.
           77 subject-master-status pic xx.
           77 change-log-status     pic xx.
           77 accept-audit-status   pic xx.

           77 session-file-status pic xx.
           77 session-operator pic x(08) value spaces.

           77 maint-action pic x.
               88 action-is-add    value "A".
               88 action-is-change value "C".
               88 action-is-delete value "D".
               88 action-is-browse value "B".
               88 action-is-exit   value "X".

           77 done-maintaining pic x value "N".
               88 all-done value "Y".

           77 entry-exam-date  pic x(08).
           77 entry-half-day   pic x(01).
               88 entry-half-day-valid value "M" "A".
           77 entry-class-code pic x(05).
           77 entry-subject-id pic x(05).

           01 entry-invigilators.
               05 entry-invigilator pic x(05) occurs 3 times.

           77 inv-idx  pic 9(01).
           77 inv-scan pic 9(01).
           77 invigilators-named pic 9(01).

           77 record-exists pic x.
               88 key-was-found value "Y".

           77 entry-ok pic x.
               88 entry-is-ok value "Y".

           77 scan-eof pic x.
           77 teacher-known pic x.

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
               05 lg-exam-date      pic x(08).
               05 filler            pic x      value "/".
               05 lg-half-day       pic x(01).
               05 filler            pic x(02)  value space.
               05 lg-class-code     pic x(05).
               05 filler            pic x      value "/".
               05 lg-subject-id     pic x(05).
               05 filler            pic x(02)  value space.
               05 lg-invigilators   pic x(15).

      *> staging fields for the audit write: the record itself is
      *> cleared and built inside log-accept-event.
           77 audit-field-name pic x(12).
           77 audit-value      pic x(10).

       screen section.

           copy promptfield replacing
               SCREEN-NAME by ask_action
               FIELD-LINE  by 1
               PROMPT-TEXT by
               "action (A)dd (C)hange (D)elete (B)rowse e(X)it: "
               FIELD-PIC   by x
               TARGET-FIELD by maint-action.

           copy promptfield replacing
               SCREEN-NAME by ask_exam_date
               FIELD-LINE  by 3
               PROMPT-TEXT by "exam date (yyyymmdd): "
               ==FIELD-PIC== by ==x(08)==
               TARGET-FIELD by entry-exam-date.

           copy promptfield replacing
               SCREEN-NAME by ask_half_day
               FIELD-LINE  by 4
               PROMPT-TEXT by "half-day (M/A):       "
               FIELD-PIC   by x
               TARGET-FIELD by entry-half-day.

           copy promptfield replacing
               SCREEN-NAME by ask_class
               FIELD-LINE  by 5
               PROMPT-TEXT by "class code:           "
               ==FIELD-PIC== by ==x(05)==
               TARGET-FIELD by entry-class-code.

           copy promptfield replacing
               SCREEN-NAME by ask_subject
               FIELD-LINE  by 6
               PROMPT-TEXT by "subject id:           "
               ==FIELD-PIC== by ==x(05)==
               TARGET-FIELD by entry-subject-id.

           copy promptfield replacing
               SCREEN-NAME by ask_invigilator_1
               FIELD-LINE  by 8
               PROMPT-TEXT by "invigilator 1:        "
               ==FIELD-PIC== by ==x(05)==
               TARGET-FIELD by entry-invigilator(1).

           copy promptfield replacing
               SCREEN-NAME by ask_invigilator_2
               FIELD-LINE  by 9
               PROMPT-TEXT by "invigilator 2:        "
               ==FIELD-PIC== by ==x(05)==
               TARGET-FIELD by entry-invigilator(2).

           copy promptfield replacing
               SCREEN-NAME by ask_invigilator_3
               FIELD-LINE  by 10
               PROMPT-TEXT by "invigilator 3:        "
               ==FIELD-PIC== by ==x(05)==
               TARGET-FIELD by entry-invigilator(3).

           1 show_session.
               2 line 12 col 1 "exam ".
               2 pic x(08) from es-exam-date.
               2 col 15 " ".
               2 pic x from es-half-day.
               2 col 18 " class ".
               2 pic x(05) from es-class-code.
               2 col 30 " subject ".
               2 pic x(05) from es-subject-id.
               2 line 13 col 1 "invigilators ".
               2 pic x(05) from es-invigilator(1).
               2 col 20 " ".
               2 pic x(05) from es-invigilator(2).
               2 col 26 " ".
               2 pic x(05) from es-invigilator(3).
               2 col 32 " changed ".
               2 pic x(08) from es-changed-date.
               2 col 49 " by ".
               2 pic x(08) from es-changed-by.

       procedure division.

           perform read-session-operator.

           open i-o exam-session-file.
           if exam-session-status = "35"
               open output exam-session-file
               close exam-session-file
               open i-o exam-session-file
           end-if.

           open input teacher-master-file.
           open input subject-master-file.

           perform until all-done

               display ask_action
               accept ask_action
               move "ACTION" to audit-field-name
               move maint-action to audit-value
               perform log-accept-event

               evaluate true
                   when action-is-add    perform add-session
                   when action-is-change perform change-session
                   when action-is-delete perform delete-session
                   when action-is-browse perform browse-sessions
                   when action-is-exit   move "Y" to done-maintaining
                   when other
                       display "unknown action, try again"
               end-evaluate

           end-perform.

           close exam-session-file.
           close teacher-master-file.
           close subject-master-file.

       goback.

       read-session-operator.

           open input session-file.
           if session-file-status = "00"
               read session-file
                   not at end move so-operator-id to session-operator
               end-read
               close session-file
           end-if.

       accept-session-key.

           display ask_exam_date.
           accept ask_exam_date.
           move "EXAM-DATE" to audit-field-name.
           move entry-exam-date to audit-value.
           perform log-accept-event.

           display ask_half_day.
           accept ask_half_day.
           move "HALF-DAY" to audit-field-name.
           move entry-half-day to audit-value.
           perform log-accept-event.

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

       accept-invigilators.

           move spaces to entry-invigilators.

           display ask_invigilator_1.
           accept ask_invigilator_1.
           move "INVIGILATOR" to audit-field-name.
           move entry-invigilator(1) to audit-value.
           perform log-accept-event.

           display ask_invigilator_2.
           accept ask_invigilator_2.
           move "INVIGILATOR" to audit-field-name.
           move entry-invigilator(2) to audit-value.
           perform log-accept-event.

           display ask_invigilator_3.
           accept ask_invigilator_3.
           move "INVIGILATOR" to audit-field-name.
           move entry-invigilator(3) to audit-value.
           perform log-accept-event.

       read-session-by-key.

           move "N" to record-exists.
           move entry-exam-date  to es-exam-date.
           move entry-half-day   to es-half-day.
           move entry-class-code to es-class-code.
           move entry-subject-id to es-subject-id.
           read exam-session-file
               invalid key continue
               not invalid key move "Y" to record-exists
           end-read.

      *> the date and half-day, the subject and its assignment to
      *> the class; the invigilators are checked once keyed.
       validate-session-key.

           move "Y" to entry-ok.

           move "S" to cd-action.
           move entry-exam-date to cd-date-from.
           call "caldate" using cd-action cd-date-from
               cd-date-to cd-term-code cd-day-count cd-result.

           evaluate true
               when cd-result = "U"
                   move "N" to entry-ok
                   display "exam date must be a date, yyyymmdd"
               when cd-result not = "I"
                   move "N" to entry-ok
                   display "exam date is not a school day"
               when not entry-half-day-valid
                   move "N" to entry-ok
                   display "half-day must be M or A"
               when other
                   perform check-subject-assigned
           end-evaluate.

       check-subject-assigned.

           move entry-subject-id to sj-subject-id.
           read subject-master-file
               invalid key
                   move "N" to entry-ok
                   display "subject not on the subject catalog"
           end-read.

           if entry-is-ok
               move entry-class-code to tm-class-code
               move entry-subject-id to tm-subject-id
               read teacher-master-file
                   invalid key
                       move "N" to entry-ok
                       display "subject is not taught to this class"
               end-read
           end-if.

      *> at least one invigilator, each a teacher on the assignment
      *> master, none named twice.
       validate-invigilators.

           move zero to invigilators-named.

           perform varying inv-idx from 1 by 1
                   until inv-idx > 3 or not entry-is-ok
               if entry-invigilator(inv-idx) not = spaces
                   add 1 to invigilators-named
                   perform check-teacher-known
                   perform varying inv-scan from 1 by 1
                           until inv-scan >= inv-idx
                       if entry-invigilator(inv-scan)
                               = entry-invigilator(inv-idx)
                           move "N" to entry-ok
                           display "invigilator named twice"
                       end-if
                   end-perform
               end-if
           end-perform.

           if entry-is-ok and invigilators-named = zero
               move "N" to entry-ok
               display "at least one invigilator is required"
           end-if.

           if entry-is-ok
               perform check-half-day-clashes
           end-if.

      *> the assignment master is keyed by class/subject, so a
      *> teacher id is found by a pass over the file.
       check-teacher-known.

           move "N" to teacher-known.
           move "N" to scan-eof.
           move low-values to tm-assign-key.

           start teacher-master-file
                   key is not less than tm-assign-key
               invalid key move "Y" to scan-eof
           end-start.

           perform until scan-eof = "Y" or teacher-known = "Y"
               read teacher-master-file next record
                   at end move "Y" to scan-eof
                   not at end
                       if tm-teacher-id = entry-invigilator(inv-idx)
                           move "Y" to teacher-known
                       end-if
               end-read
           end-perform.

           if teacher-known = "N"
               move "N" to entry-ok
               display "invigilator " entry-invigilator(inv-idx)
                   " is not a teacher on the assignment master"
           end-if.

      *> any other sitting in the same half-day: the class cannot
      *> sit two exams at once, a teacher cannot watch two rooms.
       check-half-day-clashes.

           move "N" to scan-eof.
           move entry-exam-date to es-exam-date.
           move entry-half-day to es-half-day.
           move low-values to es-class-code.
           move low-values to es-subject-id.

           start exam-session-file
                   key is not less than es-session-key
               invalid key move "Y" to scan-eof
           end-start.

           perform until scan-eof = "Y" or not entry-is-ok
               read exam-session-file next record
                   at end move "Y" to scan-eof
                   not at end
                       if es-exam-date not = entry-exam-date
                               or es-half-day not = entry-half-day
                           move "Y" to scan-eof
                       else
                           perform check-one-clash
                       end-if
               end-read
           end-perform.

       check-one-clash.

           if es-class-code = entry-class-code
                   and es-subject-id = entry-subject-id
               continue
           else
               if es-class-code = entry-class-code
                   move "N" to entry-ok
                   display "refused: class already sits "
                       es-subject-id " in that half-day"
               end-if
               perform varying inv-idx from 1 by 1 until inv-idx > 3
                   perform varying inv-scan from 1 by 1
                           until inv-scan > 3
                       if entry-invigilator(inv-idx) not = spaces
                               and entry-invigilator(inv-idx)
                                   = es-invigilator(inv-scan)
                           move "N" to entry-ok
                           display "refused: invigilator "
                               entry-invigilator(inv-idx)
                               " already on duty for "
                               es-class-code " in that half-day"
                       end-if
                   end-perform
               end-perform
           end-if.

       add-session.

           perform accept-session-key.
           perform validate-session-key.

           if entry-is-ok
               perform read-session-by-key
               if key-was-found
                   display "already on file, use (C)hange"
               else
                   perform accept-invigilators
                   perform validate-invigilators
                   if entry-is-ok
                       perform apply-session-entry
                       write exam-session-record
                           invalid key
                               display "error: write failed"
                       end-write
                       move "AJOUT" to log-action
                       perform write-change-log
                       display "added"
                   end-if
               end-if
           end-if.

      *> the clash scan moves through the file, so the sitting is
      *> rebuilt from the entry before the rewrite.
       change-session.

           perform accept-session-key.
           perform read-session-by-key.

           if key-was-found
               display show_session
               move "Y" to entry-ok
               perform accept-invigilators
               perform validate-invigilators
               if entry-is-ok
                   perform apply-session-entry
                   rewrite exam-session-record
                       invalid key
                           display "error: rewrite failed"
                   end-rewrite
                   move "MODIF" to log-action
                   perform write-change-log
                   display "changed"
               end-if
           else
               display "not on file, use (A)dd"
           end-if.

       delete-session.

           perform accept-session-key.
           perform read-session-by-key.

           if key-was-found
               display show_session
               move es-invigilators to entry-invigilators
               delete exam-session-file record
               move "SUPPR" to log-action
               perform write-change-log
               display "deleted"
           else
               display "not on file"
           end-if.

       browse-sessions.

           perform accept-session-key.

           move entry-exam-date  to es-exam-date.
           move entry-half-day   to es-half-day.
           move entry-class-code to es-class-code.
           move entry-subject-id to es-subject-id.

           start exam-session-file
                   key is not less than es-session-key
               invalid key
                   display "nothing on file at or past that key"
               not invalid key
                   move "N" to browse-eof
                   perform until browse-eof = "Y"
                       read exam-session-file next record
                           at end move "Y" to browse-eof
                           not at end display show_session
                       end-read
                   end-perform
           end-start.

       apply-session-entry.

           move entry-exam-date    to es-exam-date.
           move entry-half-day     to es-half-day.
           move entry-class-code   to es-class-code.
           move entry-subject-id   to es-subject-id.
           move entry-invigilators to es-invigilators.
           move session-operator   to es-changed-by.
           move function current-date(1:8) to es-changed-date.

       write-change-log.

           move function current-date(1:8) to lg-date.
           move session-operator to lg-operator.
           move log-action to lg-action.
           move entry-exam-date to lg-exam-date.
           move entry-half-day to lg-half-day.
           move entry-class-code to lg-class-code.
           move entry-subject-id to lg-subject-id.
           move entry-invigilators to lg-invigilators.

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
           move "examsched" to aad-program-name.
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
