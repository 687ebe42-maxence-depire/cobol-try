      *> online maintenance for the indexed teacher assignment master:
      *> add, change, delete and browse by class/subject key, carrying
      *> the teacher's id, name and menu sign-on per section -- the
      *> sign-on is what the online grade entry holds a teacher to.
      *> every applied update
      *> lands on the change log with the operator and the date, the
      *> same way the subject catalog's maintenance logs its changes.
       identification division.

       working-storage section.

           copy jrnlfields.

           77 teacher-master-status pic xx.
           77 change-log-status     pic xx.

           77 entry-subject-id   pic x(05).
           77 entry-teacher-id   pic x(05).
           77 entry-teacher-name pic x(20).
           77 entry-operator-id  pic x(08).
           77 entry-school-code  pic x(02).

           77 record-exists pic x.
               88 key-was-found value "Y".

      *> the record as it stood when it was put on the screen: the
      *> save is refused if the file no longer holds it.
           77 displayed-image pic x(132).
           77 save-refused    pic x.

           77 log-action pic x(06).

           77 browse-eof pic x.
               ==FIELD-PIC== by ==x(20)==
               TARGET-FIELD by entry-teacher-name.

           copy promptfield replacing
               SCREEN-NAME by ask_operator_id
               FIELD-LINE  by 8
               PROMPT-TEXT by "sign-on id:   "
               ==FIELD-PIC== by ==x(08)==
               TARGET-FIELD by entry-operator-id.

      *> not required: a blank answer is the home school.
           1 ask_school.
               2 line 9 col 1 "school (blank = home): ".
               2 pic x(02) to entry-school-code.

           1 show_assignment.
               2 line 10 col 1 "class ".
               2 pic x(05) from tm-class-code.
               2 col 13 " subject ".
               2 pic x(05) from tm-subject-id.
               2 line 11 col 1 "teacher ".
               2 pic x(05) from tm-teacher-id.
               2 col 15 space.
               2 pic x(20) from tm-teacher-name.
               2 line 12 col 1 "sign-on ".
               2 pic x(08) from tm-operator-id.
               2 col 18 " school ".
               2 pic x(02) from tm-school-code.

       procedure division.

           accept ask_teacher_id.
           display ask_teacher_name.
           accept ask_teacher_name.
           display ask_operator_id.
           accept ask_operator_id.
           display ask_school.
           accept ask_school.

       read-assignment-by-key.


           if key-was-found
               display show_assignment
               move teacher-master-record to displayed-image
               perform accept-assignment-teacher
               if entry-teacher-id = spaces
                   display "teacher id is required"
               else
                   perform apply-assignment-entry
                   perform check-assignment-unchanged
                   if save-refused = "N"
                       rewrite teacher-master-record
                       move "MODIF" to log-action
                       perform write-change-log
                       display "changed"
                   end-if
               end-if
           else
               display "not on file, use (A)dd"
           move entry-subject-id   to tm-subject-id.
           move entry-teacher-id   to tm-teacher-id.
           move entry-teacher-name to tm-teacher-name.
           move entry-operator-id  to tm-operator-id.
           move entry-school-code  to tm-school-code.

       write-change-log.

           move log-detail to change-log-line.
           write change-log-line.
           close change-log-file.

      *> a save made by another operator between the display and
      *> this one would be silently overwritten: the record read
      *> back off the file just ahead of the update must still be
      *> the one that was put on the screen.
       check-assignment-unchanged.

           move teacher-master-record to jf-after.
           read teacher-master-file
               invalid key move spaces to jf-before
               not invalid key move teacher-master-record to jf-before
           end-read.
           move jf-after to teacher-master-record.

           move "N" to save-refused.
           if jf-before not = displayed-image
               move "Y" to save-refused
               perform refuse-assignment-save
           end-if.

      *> the refusal goes on the refused-save log, and the operator
      *> is shown what the other operator left on file to key the
      *> change again over.
       refuse-assignment-save.

           move jf-before to jf-after.
           move displayed-image to jf-before.
           move "TEACHER-MASTER.DAT" to jf-master.
           move "C" to jf-action.
           move "teachmaint" to jf-program.
           move session-operator to jf-operator.
           call "conflog" using jf-master jf-action jf-program
               jf-operator jf-before jf-after.

           if jf-after = spaces
               display "assignment deleted by another operator since it"
                   " was displayed, save refused"
           else
               move jf-after to teacher-master-record
               display "assignment changed by another operator since it"
                   " was displayed, save refused -- now on file:"
               display show_assignment
           end-if.
