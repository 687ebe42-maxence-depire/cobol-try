      *> itself to the run log with the RSTR event so the morning
      *> status page shows the file was rolled back.
      *>
      *>
      *> each verified image also drops a backup marker on
      *> MASTER-JOURNAL.DAT, the point mastroll starts rolling that
      *> master's journal forward from after a restore.
      *>
      *> BACKUP-CONTROL.DAT: mode "B" (or no card) backs up every
      *> master; mode "R" plus a master name and image date
      *> restores that one.
               record key is lb-balance-key
               file status is master-file-status.

           select account-master-file assign to "ACCOUNT-MASTER.DAT"
               organization indexed
               access mode is dynamic
               record key is ac-account-code
               file status is master-file-status.

       data division.
       file section.
       fd  control-file.
           05 bc-image-date  pic x(08).

       fd  image-file.
       01  image-record pic x(149).

       fd  register-file.
       01  register-line pic x(60).
       fd  location-balance-file.
           copy locbal.

       fd  account-master-file.
           copy acctmast.

       working-storage section.

           copy runlogfields.
           copy jrnlfields.

           77 control-file-status pic xx.
           77 image-file-status   pic xx.
           perform unload-customer-master.
           move "LOCATION-BALANCE.DAT" to master-name.
           perform unload-location-balances.
           move "ACCOUNT-MASTER.DAT" to master-name.
           perform unload-account-master.

           display "masters backed up: " masters-backed-up.

               perform finish-unload
           end-if.

       unload-account-master.

           open input account-master-file.
           if master-file-status = "00"
               perform start-unload
               perform until master-eof = "Y"
                   read account-master-file next record
                       at end move "Y" to master-eof
                       not at end
                           move account-master-record
                               to image-record
                           perform write-image-record
                   end-read
               end-perform
               close account-master-file
               perform finish-unload
           end-if.

       start-unload.

           move "N" to master-eof.
           if records-verified = records-unloaded
               move "VERIFIE" to rg-outcome
               add 1 to masters-backed-up
               perform journal-backup-marker
           else
               move "ECHEC" to rg-outcome
               add 1 to verify-failures
           display master-name " backed up: " records-unloaded
               " records".

      *> the marker carries no images, only the date the image just
      *> verified is named by: the journal for this master starts
      *> again from there.
       journal-backup-marker.

           move master-name to jf-master.
           move "B" to jf-action.
           move "mastbkup" to jf-program.
           move spaces to jf-operator.
           move spaces to jf-before.
           move spaces to jf-after.
           move bc-image-date to jf-after.
           call "mastjrnl" using jf-master jf-action jf-program
               jf-operator jf-before jf-after.

      *> rebuild one named master from a chosen image: open output
      *> discards the damaged index and data together, and the
      *> reload writes a fresh index around the image's records.
                   perform reload-customer-master
               when "LOCATION-BALANCE.DAT"
                   perform reload-location-balances
               when "ACCOUNT-MASTER.DAT"
                   perform reload-account-master
               when other
                   display "error: unknown master " bc-master-name
                   move 8 to return-code
               end-read
           end-perform.
           close location-balance-file.

       reload-account-master.

           open output account-master-file.
           perform until master-eof = "Y"
               read image-file
                   at end move "Y" to master-eof
                   not at end
                       move image-record to account-master-record
                       write account-master-record
                       add 1 to records-restored
               end-read
           end-perform.
           close account-master-file.
