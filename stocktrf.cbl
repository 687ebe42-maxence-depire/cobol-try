
       working-storage section.

           copy jrnlfields.

           77 location-balance-status pic xx.
           77 register-file-status    pic xx.

                       move 4 to return-code
                   else
                       subtract tp-quantity from lb-on-hand
                       perform location-balance-before-image
                       rewrite location-balance-record
                       perform journal-location-balance-change
                   end-if
           end-read.

           read location-balance-file
               invalid key
                   move tp-quantity to lb-on-hand
                   move zero to lb-min-level
                   write location-balance-record
                       invalid key continue
                   end-write
                   perform journal-location-balance-add
               not invalid key
                   add tp-quantity to lb-on-hand
                   perform location-balance-before-image
                   rewrite location-balance-record
                   perform journal-location-balance-change
           end-read.

       write-register-line.
           move register-detail to register-line.
           write register-line.
           close register-file.

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

           move "stocktrf" to jf-program.
           move spaces to jf-operator.
           call "mastjrnl" using jf-master jf-action jf-program
               jf-operator jf-before jf-after.
