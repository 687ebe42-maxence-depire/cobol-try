
       working-storage section.

           copy jrnlfields.

           copy runlogfields.

           copy paramfields.
                   or im-item-class = space
               move derived-class to im-item-class
               add 1 to classes-changed
               perform item-before-image
               rewrite item-master-record
               perform journal-item-change
           end-if.

           evaluate im-item-class
           move im-item-id to wk-item-id.
           move spaces to wk-counted-qty.
           write worksheet-record.

      *> forward-recovery journal for the item master: the image
      *> before a change is read back off the file just ahead of the
      *> update, the new record held aside meanwhile.
       item-before-image.

           move item-master-record to jf-after.
           read item-master-file
               invalid key move spaces to jf-before
               not invalid key move item-master-record to jf-before
           end-read.
           move jf-after to item-master-record.

       journal-item-change.

           move "ITEM-MASTER.DAT" to jf-master.
           move "C" to jf-action.
           move item-master-record to jf-after.
           perform write-journal-entry.

       write-journal-entry.

           move "cyclecount" to jf-program.
           move spaces to jf-operator.
           call "mastjrnl" using jf-master jf-action jf-program
               jf-operator jf-before jf-after.
