
       working-storage section.

           copy jrnlfields.

           77 code-master-status pic xx.
           77 change-log-status  pic xx.

           77 entry-code  pic x(05).
           77 entry-value pic 9(05).

      *> the record as it stood when it was put on the screen: the
      *> save is refused if the file no longer holds it.
           77 displayed-image pic x(132).
           77 save-refused    pic x.

           77 log-action pic x(06).

           01 log-detail.
               invalid key
                   display "code already on file, use (C)hange"
               not invalid key
                   perform journal-code-add
                   move "AJOUT" to log-action
                   perform write-change-log
                   display "added"
               invalid key
                   display "code not on file, use (A)dd"
               not invalid key
                   move code-master-record to displayed-image
                   display ask_value
                   accept ask_value
                   move entry-value to cm-value
                   perform code-before-image
                   perform check-code-unchanged
                   if save-refused = "N"
                       rewrite code-master-record
                       perform journal-code-change
                       move "MODIF" to log-action
                       perform write-change-log
                       display "changed"
                   end-if
           end-read.

       delete-code.
                   display "code not on file"
               not invalid key
                   move cm-value to entry-value
                   perform code-before-image
                   delete code-master-file record
                   perform journal-code-delete
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
       check-code-unchanged.

           move "N" to save-refused.
           if jf-before not = displayed-image
               move "Y" to save-refused
               perform refuse-code-save
           end-if.

      *> the refusal goes on the refused-save log, and the operator
      *> is shown what the other operator left on file to key the
      *> change again over.
       refuse-code-save.

           move jf-before to jf-after.
           move displayed-image to jf-before.
           move "CODE-MASTER.DAT" to jf-master.
           move "C" to jf-action.
           move "codesmaint" to jf-program.
           move session-operator to jf-operator.
           call "conflog" using jf-master jf-action jf-program
               jf-operator jf-before jf-after.

           if jf-after = spaces
               display "code deleted by another operator since it"
                   " was displayed, save refused"
           else
               move jf-after to code-master-record
               display "code changed by another operator since it"
                   " was displayed, save refused -- now on file:"
               display cm-code " " cm-value
           end-if.

      *> forward-recovery journal for the code master: the image
      *> before a change is read back off the file just ahead of the
      *> update, the new record held aside meanwhile.
       code-before-image.

           move code-master-record to jf-after.
           read code-master-file
               invalid key move spaces to jf-before
               not invalid key move code-master-record to jf-before
           end-read.
           move jf-after to code-master-record.

       journal-code-add.

           move "CODE-MASTER.DAT" to jf-master.
           move "A" to jf-action.
           move spaces to jf-before.
           move code-master-record to jf-after.
           perform write-journal-entry.

       journal-code-change.

           move "CODE-MASTER.DAT" to jf-master.
           move "C" to jf-action.
           move code-master-record to jf-after.
           perform write-journal-entry.

       journal-code-delete.

           move "CODE-MASTER.DAT" to jf-master.
           move "D" to jf-action.
           move spaces to jf-after.
           perform write-journal-entry.

       write-journal-entry.

           move "codesmaint" to jf-program.
           move session-operator to jf-operator.
           call "mastjrnl" using jf-master jf-action jf-program
               jf-operator jf-before jf-after.
