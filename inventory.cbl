
       working-storage section.

           copy jrnlfields.

           77 item-master-status pic xx.
           77 count-file-status  pic xx.

                           move zero to im-variance-count
                       end-if
                   end-if
                   perform item-before-image
                   rewrite item-master-record
                   perform journal-item-change
                   add 1 to counts-posted
                   if qty-variance not = zero
                       perform write-adjustment-movement
                   invalid key
                       if qty-variance > zero
                           move qty-variance to lb-on-hand
                           move zero to lb-min-level
                           write location-balance-record
                               invalid key continue
                           end-write
                           perform journal-location-balance-add
                       else
                           display "inventory: no PRI balance for "
                               pc-item-id ", shortfall not split"
                               move zero to lb-on-hand
                           end-if
                       end-if
                       perform location-balance-before-image
                       rewrite location-balance-record
                       perform journal-location-balance-change
               end-read
               close location-balance-file
           end-if.
           call "movelog" using mv-item-id mv-move-date
               mv-move-type mv-ref-number mv-quantity
               mv-new-balance.

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

      *> forward-recovery journal for the location balances: the image
      *> before a change is read back off the file just ahead of the
      *> update, the new record held aside meanwhile.
       location-balance-before-image.

           move location-balance-record to jf-after.
           read location-balance-file
               invalid key move spaces to jf-before
               not invalid key move location-balance-record to jf-before
           end-read.
           move jf-after to location-balance-record.

       journal-location-balance-add.

           move "LOCATION-BALANCE.DAT" to jf-master.
           move "A" to jf-action.
           move spaces to jf-before.
           move location-balance-record to jf-after.
           perform write-journal-entry.

       journal-location-balance-change.

           move "LOCATION-BALANCE.DAT" to jf-master.
           move "C" to jf-action.
           move location-balance-record to jf-after.
           perform write-journal-entry.

       write-journal-entry.

           move "inventory" to jf-program.
           move spaces to jf-operator.
           call "mastjrnl" using jf-master jf-action jf-program
               jf-operator jf-before jf-after.
