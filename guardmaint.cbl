
       working-storage section.

           copy jrnlfields.

           77 guardian-master-status pic xx.
           77 change-log-status      pic xx.

           77 record-exists pic x.
               88 key-was-found value "Y".

      *> the record as it stood when it was put on the screen: the
      *> save is refused if the file no longer holds it.
           77 displayed-image pic x(132).
           77 save-refused    pic x.

           77 log-action pic x(06).

           77 browse-eof pic x.
                       invalid key
                           display "error: write failed"
                   end-write
                   perform journal-guardian-add
                   move "AJOUT" to log-action
                   perform write-change-log
                   display "added"

           if key-was-found
               display show_guardian
               move guardian-master-record to displayed-image
               perform accept-guardian-details
               if entry-guardian-name = spaces
                       or entry-addr-line-1 = spaces
                   display "guardian name and address are required"
               else
                   perform apply-guardian-entry
                   perform guardian-before-image
                   perform check-guardian-unchanged
                   if save-refused = "N"
                       rewrite guardian-master-record
                       perform journal-guardian-change
                       move "MODIF" to log-action
                       perform write-change-log
                       display "changed"
                   end-if
               end-if
           else
               display "not on file, use (A)dd"
           if key-was-found
               display show_guardian
               move gd-postal-code to entry-postal-code
               perform guardian-before-image
               delete guardian-master-file record
               perform journal-guardian-delete
               move "SUPPR" to log-action
               perform write-change-log
               display "deleted"
           move log-detail to change-log-line.
           write change-log-line.
           close change-log-file.

      *> a save made by another operator between the display and
      *> this one would be silently overwritten: the record read
      *> back off the file just ahead of the update must still be
      *> the one that was put on the screen.
       check-guardian-unchanged.

           move "N" to save-refused.
           if jf-before not = displayed-image
               move "Y" to save-refused
               perform refuse-guardian-save
           end-if.

      *> the refusal goes on the refused-save log, and the operator
      *> is shown what the other operator left on file to key the
      *> change again over.
       refuse-guardian-save.

           move jf-before to jf-after.
           move displayed-image to jf-before.
           move "GUARDIAN-MASTER.DAT" to jf-master.
           move "C" to jf-action.
           move "guardmaint" to jf-program.
           move session-operator to jf-operator.
           call "conflog" using jf-master jf-action jf-program
               jf-operator jf-before jf-after.

           if jf-after = spaces
               display "guardian deleted by another operator since it"
                   " was displayed, save refused"
           else
               move jf-after to guardian-master-record
               display "guardian changed by another operator since it"
                   " was displayed, save refused -- now on file:"
               display show_guardian
           end-if.

      *> forward-recovery journal for the guardian master: the image
      *> before a change is read back off the file just ahead of the
      *> update, the new record held aside meanwhile.
       guardian-before-image.

           move guardian-master-record to jf-after.
           read guardian-master-file
               invalid key move spaces to jf-before
               not invalid key move guardian-master-record to jf-before
           end-read.
           move jf-after to guardian-master-record.

       journal-guardian-add.

           move "GUARDIAN-MASTER.DAT" to jf-master.
           move "A" to jf-action.
           move spaces to jf-before.
           move guardian-master-record to jf-after.
           perform write-journal-entry.

       journal-guardian-change.

           move "GUARDIAN-MASTER.DAT" to jf-master.
           move "C" to jf-action.
           move guardian-master-record to jf-after.
           perform write-journal-entry.

       journal-guardian-delete.

           move "GUARDIAN-MASTER.DAT" to jf-master.
           move "D" to jf-action.
           move spaces to jf-after.
           perform write-journal-entry.

       write-journal-entry.

           move "guardmaint" to jf-program.
           move session-operator to jf-operator.
           call "mastjrnl" using jf-master jf-action jf-program
               jf-operator jf-before jf-after.
