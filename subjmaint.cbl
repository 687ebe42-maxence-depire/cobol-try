
       working-storage section.

           copy jrnlfields.

           77 subject-master-status pic xx.
           77 change-log-status     pic xx.

           77 record-exists pic x.
               88 key-was-found value "Y".

      *> the record as it stood when it was put on the screen: the
      *> save is refused if the file no longer holds it.
           77 displayed-image pic x(132).
           77 save-refused    pic x.

           77 log-action pic x(06).

           77 browse-eof pic x.

           if key-was-found
               display show_subject
               move subject-master-record to displayed-image
               perform accept-subject-names
               if entry-name-fr = spaces and entry-name-en = spaces
                   display "at least one name is required"
               else
                   perform apply-subject-entry
                   perform check-subject-unchanged
                   if save-refused = "N"
                       rewrite subject-master-record
                       move "MODIF" to log-action
                       perform write-change-log
                       display "changed"
                   end-if
               end-if
           else
               display "not on file, use (A)dd"
           move log-detail to change-log-line.
           write change-log-line.
           close change-log-file.

      *> a save made by another operator between the display and
      *> this one would be silently overwritten: the record read
      *> back off the file just ahead of the update must still be
      *> the one that was put on the screen.
       check-subject-unchanged.

           move subject-master-record to jf-after.
           read subject-master-file
               invalid key move spaces to jf-before
               not invalid key move subject-master-record to jf-before
           end-read.
           move jf-after to subject-master-record.

           move "N" to save-refused.
           if jf-before not = displayed-image
               move "Y" to save-refused
               perform refuse-subject-save
           end-if.

      *> the refusal goes on the refused-save log, and the operator
      *> is shown what the other operator left on file to key the
      *> change again over.
       refuse-subject-save.

           move jf-before to jf-after.
           move displayed-image to jf-before.
           move "SUBJECT-MASTER.DAT" to jf-master.
           move "C" to jf-action.
           move "subjmaint" to jf-program.
           move session-operator to jf-operator.
           call "conflog" using jf-master jf-action jf-program
               jf-operator jf-before jf-after.

           if jf-after = spaces
               display "subject deleted by another operator since it"
                   " was displayed, save refused"
           else
               move jf-after to subject-master-record
               display "subject changed by another operator since it"
                   " was displayed, save refused -- now on file:"
               display show_subject
           end-if.
