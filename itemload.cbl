           05 ex-reorder-qty   pic 9(06).
           05 ex-unit-cost     pic 9(05)v99.
           05 ex-item-class    pic x(01).
           05 ex-supplier-code pic x(05).

       fd  item-master-file.
           copy itemmast.

       working-storage section.

           copy jrnlfields.

           77 extract-file-status pic xx.
           77 item-master-status  pic xx.

               move zero to im-unit-cost
           end-if.
           move ex-item-class    to im-item-class.
      *> an extract cut before the supplier column loads with no
      *> preferred supplier named.
           move ex-supplier-code to im-supplier-code.
      *> count history starts fresh on a load; the first cycle-count
      *> sweep will call for a count of everything uncounted.
           move spaces to im-last-count-date.

           write item-master-record
               invalid key
                   perform item-before-image
                   rewrite item-master-record
                   perform journal-item-change
                   add 1 to records-replaced
               not invalid key
                   perform journal-item-add
                   add 1 to records-loaded
           end-write.

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

       journal-item-add.

           move "ITEM-MASTER.DAT" to jf-master.
           move "A" to jf-action.
           move spaces to jf-before.
           move item-master-record to jf-after.
           perform write-journal-entry.

       journal-item-change.

           move "ITEM-MASTER.DAT" to jf-master.
           move "C" to jf-action.
           move item-master-record to jf-after.
           perform write-journal-entry.

       write-journal-entry.

           move "itemload" to jf-program.
           move spaces to jf-operator.
           call "mastjrnl" using jf-master jf-action jf-program
               jf-operator jf-before jf-after.
