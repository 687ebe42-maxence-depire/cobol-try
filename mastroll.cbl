      *> roll-forward after a restore: mastbkup puts a master back
      *> as it stood when last night's image was taken, and every
      *> update since is on MASTER-JOURNAL.DAT (mastjrnl). this run
      *> reapplies that master's journal entries on top of the
      *> restored file, in the order they were made, from the
      *> backup marker mastbkup left for the image up to a chosen
      *> point in time -- the moment before the bad update, say --
      *> and lists every entry reapplied on ROLL-FORWARD.DAT.
      *>
      *> an add is written, a change rewritten, a delete deleted.
      *> before each one the record on file is checked against the
      *> journal's before-image; a record that is not what the
      *> journal expected -- already there for an add, missing or
      *> different for a change or delete -- is still brought to the
      *> journal's after-image, but the line is flagged ECART so
      *> someone looks at it. the roll-forward's own updates are not
      *> journalled: they are the journal.
      *>
      *> ROLL-CONTROL.DAT: the master name, the image date the master
      *> was restored from, and the time to stop at as
      *> yyyymmddhhmmss -- blank rolls the whole journal forward.
       identification division.
       program-id. mastroll.

       environment division.
       input-output section.
       file-control.
           select control-file assign to "ROLL-CONTROL.DAT"
               organization line sequential
               file status is control-file-status.

           select journal-file assign to "MASTER-JOURNAL.DAT"
               organization line sequential
               file status is journal-file-status.

           select report-file assign to "ROLL-FORWARD.DAT"
               organization line sequential.

           select student-master-file assign to "STUDENT-MASTER.DAT"
               organization indexed
               access mode is dynamic
               record key is sm-student-id
               file status is master-file-status.

           select scale-master-file assign to "SCALE-MASTER.DAT"
               organization indexed
               access mode is dynamic
               record key is sc-scale-key
               file status is master-file-status.

           select item-master-file assign to "ITEM-MASTER.DAT"
               organization indexed
               access mode is dynamic
               record key is im-item-id
               file status is master-file-status.

           select code-master-file assign to "CODE-MASTER.DAT"
               organization indexed
               access mode is dynamic
               record key is cm-code
               file status is master-file-status.

           select guardian-master-file assign to "GUARDIAN-MASTER.DAT"
               organization indexed
               access mode is dynamic
               record key is gd-student-id
               file status is master-file-status.

           select customer-master-file assign to "CUSTOMER-MASTER.DAT"
               organization indexed
               access mode is dynamic
               record key is cu-customer-code
               file status is master-file-status.

           select location-balance-file
               assign to "LOCATION-BALANCE.DAT"
               organization indexed
               access mode is dynamic
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
       01  control-record.
           05 rc-master-name pic x(20).
           05 rc-image-date  pic x(08).
           05 rc-stop-time   pic x(14).

       fd  journal-file.
           copy jrnlrec.

       fd  report-file.
       01  report-line pic x(100).

       fd  student-master-file.
           copy studmast.

       fd  scale-master-file.
           copy scalemast.

       fd  item-master-file.
           copy itemmast.

       fd  code-master-file.
           copy codemast.

       fd  guardian-master-file.
           copy guardmast.

       fd  customer-master-file.
           copy custmast.

       fd  location-balance-file.
           copy locbal.

       fd  account-master-file.
           copy acctmast.

       working-storage section.

           copy runlogfields.

           77 control-file-status pic xx.
           77 journal-file-status pic xx.
           77 master-file-status  pic xx.

           77 end-of-file pic x.

      *> the journal line of the backup marker the roll starts after;
      *> zero when the journal has none for the image.
           77 journal-line-number pic 9(07) value zero.
           77 marker-line-number  pic 9(07) value zero.

           77 master-open pic x value "N".

           77 record-found  pic x.
           77 current-image pic x(132).

           77 entry-outcome pic x(05).
           77 entry-note    pic x(20).

           77 entries-read      pic 9(06) value zero.
           77 entries-applied   pic 9(06) value zero.
           77 entries-past-stop pic 9(06) value zero.
           77 entries-flagged   pic 9(06) value zero.

           01 report-heading.
               05 filler            pic x(20)
                   value " REPRISE DU JOURNAL ".
               05 rh-master-name    pic x(20).
               05 filler            pic x(13) value "  IMAGE DU ".
               05 rh-image-date     pic x(08).
               05 filler            pic x(09) value "  ARRET ".
               05 rh-stop-time      pic x(14).

           01 column-heading.
               05 filler            pic x(22)
                   value " HORODATAGE      ACT  ".
               05 filler            pic x(23)
                   value "PROGRAMME    OPERATEUR ".
               05 filler            pic x(36)
                   value "ENREGISTREMENT       RESULT REMARQUE".

           01 roll-detail.
               05 filler            pic x      value space.
               05 rd-timestamp      pic x(16).
               05 filler            pic x      value space.
               05 rd-action         pic x(01).
               05 filler            pic x(03)  value space.
               05 rd-program        pic x(12).
               05 filler            pic x      value space.
               05 rd-operator       pic x(08).
               05 filler            pic x(02)  value space.
               05 rd-record-start   pic x(20).
               05 filler            pic x      value space.
               05 rd-outcome        pic x(05).
               05 filler            pic x(02)  value space.
               05 rd-note           pic x(20).

           01 roll-totals.
               05 filler            pic x(20)
                   value " ECRITURES REPRISES ".
               05 rt-applied        pic zzzzz9.
               05 filler            pic x(12) value "  ECARTS ".
               05 rt-flagged        pic zzzzz9.
               05 filler            pic x(18)
                   value "  APRES L'ARRET ".
               05 rt-past-stop      pic zzzzz9.

       procedure division.

           perform write-runlog-start.

           open input control-file.
           if control-file-status = "00"
               read control-file
                   at end move spaces to control-record
               end-read
               close control-file
           else
               move spaces to control-record
           end-if.

           if rc-master-name = spaces or rc-image-date = spaces
               display "error: no roll-forward control card"
      *> non-zero so a calling job step can detect the missing file.
               move 8 to return-code
               perform write-runlog-end
               goback
           end-if.

           perform find-backup-marker.

           if marker-line-number = zero
               display "error: no backup marker for " rc-master-name
                   " image " rc-image-date
      *> rolling forward from the wrong starting point would apply
      *> updates the image already holds, or skip some it lacks.
               move 8 to return-code
               perform write-runlog-end
               goback
           end-if.

           perform open-roll-master.

           if master-open = "N"
               display "error: cannot open " rc-master-name
      *> non-zero so a calling job step can detect the missing file.
               move 8 to return-code
               perform write-runlog-end
               goback
           end-if.

           open output report-file.
           move rc-master-name to rh-master-name.
           move rc-image-date to rh-image-date.
           move rc-stop-time to rh-stop-time.
           move report-heading to report-line.
           write report-line.
           move spaces to report-line.
           write report-line.
           move column-heading to report-line.
           write report-line.

           perform roll-journal-forward.

           move entries-applied to rt-applied.
           move entries-flagged to rt-flagged.
           move entries-past-stop to rt-past-stop.
           move spaces to report-line.
           write report-line.
           move roll-totals to report-line.
           write report-line.
           close report-file.

           perform close-roll-master.

           display "journal entries reapplied: " entries-applied.
           display "entries flagged ECART:     " entries-flagged.
           display "entries after the stop:    " entries-past-stop.

           if entries-flagged > zero
      *> non-zero so the restored master is looked at before it is
      *> put back into use.
               move 4 to return-code
           end-if.

           perform write-runlog-end.
       goback.

       write-runlog-start.

           move "mastroll" to rl-program-name.
           move "START" to rl-event.
           move zero to rl-records-read.
           move zero to rl-records-written.
           move zero to rl-return-code.
           call "runlog" using rl-program-name rl-event
               rl-records-read rl-records-written rl-return-code.

       write-runlog-end.

           move "mastroll" to rl-program-name.
           move "END" to rl-event.
           move entries-read to rl-records-read.
           move entries-applied to rl-records-written.
           move return-code to rl-return-code.
           call "runlog" using rl-program-name rl-event
               rl-records-read rl-records-written rl-return-code.

      *> the last marker for the image wins: a backup rerun the same
      *> night replaces the image, and the journal restarts with it.
       find-backup-marker.

           move zero to journal-line-number.
           open input journal-file.
           if journal-file-status = "00"
               move "N" to end-of-file
               perform until end-of-file = "Y"
                   read journal-file
                       at end move "Y" to end-of-file
                       not at end
                           add 1 to journal-line-number
                           if jr-is-backup
                                   and jr-master = rc-master-name
                                   and jr-after(1:8) = rc-image-date
                               move journal-line-number
                                   to marker-line-number
                           end-if
                   end-read
               end-perform
               close journal-file
           end-if.

       roll-journal-forward.

           move zero to journal-line-number.
           open input journal-file.
           move "N" to end-of-file.
           perform until end-of-file = "Y"
               read journal-file
                   at end move "Y" to end-of-file
                   not at end
                       add 1 to journal-line-number
                       if journal-line-number > marker-line-number
                               and jr-master = rc-master-name
                               and not jr-is-backup
                           perform roll-one-entry
                       end-if
               end-read
           end-perform.
           close journal-file.

       roll-one-entry.

           add 1 to entries-read.

           if rc-stop-time not = spaces
                   and jr-timestamp(1:14) > rc-stop-time
               add 1 to entries-past-stop
           else
               perform apply-journal-entry
               perform write-roll-detail
           end-if.

      *> one open, read and update paragraph per master, the way
      *> mastbkup unloads them: each indexed file has its own key.
       open-roll-master.

           evaluate rc-master-name
               when "STUDENT-MASTER.DAT"
                   open i-o student-master-file
               when "SCALE-MASTER.DAT"
                   open i-o scale-master-file
               when "ITEM-MASTER.DAT"
                   open i-o item-master-file
               when "CODE-MASTER.DAT"
                   open i-o code-master-file
               when "GUARDIAN-MASTER.DAT"
                   open i-o guardian-master-file
               when "CUSTOMER-MASTER.DAT"
                   open i-o customer-master-file
               when "LOCATION-BALANCE.DAT"
                   open i-o location-balance-file
               when "ACCOUNT-MASTER.DAT"
                   open i-o account-master-file
               when other
                   display "error: unknown master " rc-master-name
                   move "99" to master-file-status
           end-evaluate.

           if master-file-status = "00"
               move "Y" to master-open
           end-if.

       close-roll-master.

           evaluate rc-master-name
               when "STUDENT-MASTER.DAT"
                   close student-master-file
               when "SCALE-MASTER.DAT"
                   close scale-master-file
               when "ITEM-MASTER.DAT"
                   close item-master-file
               when "CODE-MASTER.DAT"
                   close code-master-file
               when "GUARDIAN-MASTER.DAT"
                   close guardian-master-file
               when "CUSTOMER-MASTER.DAT"
                   close customer-master-file
               when "LOCATION-BALANCE.DAT"
                   close location-balance-file
               when "ACCOUNT-MASTER.DAT"
                   close account-master-file
           end-evaluate.

       apply-journal-entry.

           evaluate rc-master-name
               when "STUDENT-MASTER.DAT"
                   perform apply-student-entry
               when "SCALE-MASTER.DAT"
                   perform apply-scale-entry
               when "ITEM-MASTER.DAT"
                   perform apply-item-entry
               when "CODE-MASTER.DAT"
                   perform apply-code-entry
               when "GUARDIAN-MASTER.DAT"
                   perform apply-guardian-entry
               when "CUSTOMER-MASTER.DAT"
                   perform apply-customer-entry
               when "LOCATION-BALANCE.DAT"
                   perform apply-location-balance-entry
               when "ACCOUNT-MASTER.DAT"
                   perform apply-account-entry
           end-evaluate.

       apply-student-entry.

           if jr-is-delete
               move jr-before to student-master-record
           else
               move jr-after to student-master-record
           end-if.
           read student-master-file
               invalid key move "N" to record-found
               not invalid key
                   move "Y" to record-found
                   move student-master-record to current-image
           end-read.
           perform check-current-image.

           move jr-after to student-master-record.
           evaluate true
               when jr-is-delete
                   move jr-before to student-master-record
                   if record-found = "Y"
                       delete student-master-file record
                   end-if
               when record-found = "Y"
                   rewrite student-master-record
               when other
                   write student-master-record
           end-evaluate.

       apply-scale-entry.

           if jr-is-delete
               move jr-before to scale-master-record
           else
               move jr-after to scale-master-record
           end-if.
           read scale-master-file
               invalid key move "N" to record-found
               not invalid key
                   move "Y" to record-found
                   move scale-master-record to current-image
           end-read.
           perform check-current-image.

           move jr-after to scale-master-record.
           evaluate true
               when jr-is-delete
                   move jr-before to scale-master-record
                   if record-found = "Y"
                       delete scale-master-file record
                   end-if
               when record-found = "Y"
                   rewrite scale-master-record
               when other
                   write scale-master-record
           end-evaluate.

       apply-item-entry.

           if jr-is-delete
               move jr-before to item-master-record
           else
               move jr-after to item-master-record
           end-if.
           read item-master-file
               invalid key move "N" to record-found
               not invalid key
                   move "Y" to record-found
                   move item-master-record to current-image
           end-read.
           perform check-current-image.

           move jr-after to item-master-record.
           evaluate true
               when jr-is-delete
                   move jr-before to item-master-record
                   if record-found = "Y"
                       delete item-master-file record
                   end-if
               when record-found = "Y"
                   rewrite item-master-record
               when other
                   write item-master-record
           end-evaluate.

       apply-code-entry.

           if jr-is-delete
               move jr-before to code-master-record
           else
               move jr-after to code-master-record
           end-if.
           read code-master-file
               invalid key move "N" to record-found
               not invalid key
                   move "Y" to record-found
                   move code-master-record to current-image
           end-read.
           perform check-current-image.

           move jr-after to code-master-record.
           evaluate true
               when jr-is-delete
                   move jr-before to code-master-record
                   if record-found = "Y"
                       delete code-master-file record
                   end-if
               when record-found = "Y"
                   rewrite code-master-record
               when other
                   write code-master-record
           end-evaluate.

       apply-guardian-entry.

           if jr-is-delete
               move jr-before to guardian-master-record
           else
               move jr-after to guardian-master-record
           end-if.
           read guardian-master-file
               invalid key move "N" to record-found
               not invalid key
                   move "Y" to record-found
                   move guardian-master-record to current-image
           end-read.
           perform check-current-image.

           move jr-after to guardian-master-record.
           evaluate true
               when jr-is-delete
                   move jr-before to guardian-master-record
                   if record-found = "Y"
                       delete guardian-master-file record
                   end-if
               when record-found = "Y"
                   rewrite guardian-master-record
               when other
                   write guardian-master-record
           end-evaluate.

       apply-customer-entry.

           if jr-is-delete
               move jr-before to customer-master-record
           else
               move jr-after to customer-master-record
           end-if.
           read customer-master-file
               invalid key move "N" to record-found
               not invalid key
                   move "Y" to record-found
                   move customer-master-record to current-image
           end-read.
           perform check-current-image.

           move jr-after to customer-master-record.
           evaluate true
               when jr-is-delete
                   move jr-before to customer-master-record
                   if record-found = "Y"
                       delete customer-master-file record
                   end-if
               when record-found = "Y"
                   rewrite customer-master-record
               when other
                   write customer-master-record
           end-evaluate.

       apply-location-balance-entry.

           if jr-is-delete
               move jr-before to location-balance-record
           else
               move jr-after to location-balance-record
           end-if.
           read location-balance-file
               invalid key move "N" to record-found
               not invalid key
                   move "Y" to record-found
                   move location-balance-record to current-image
           end-read.
           perform check-current-image.

           move jr-after to location-balance-record.
           evaluate true
               when jr-is-delete
                   move jr-before to location-balance-record
                   if record-found = "Y"
                       delete location-balance-file record
                   end-if
               when record-found = "Y"
                   rewrite location-balance-record
               when other
                   write location-balance-record
           end-evaluate.

       apply-account-entry.

           if jr-is-delete
               move jr-before to account-master-record
           else
               move jr-after to account-master-record
           end-if.
           read account-master-file
               invalid key move "N" to record-found
               not invalid key
                   move "Y" to record-found
                   move account-master-record to current-image
           end-read.
           perform check-current-image.

           move jr-after to account-master-record.
           evaluate true
               when jr-is-delete
                   move jr-before to account-master-record
                   if record-found = "Y"
                       delete account-master-file record
                   end-if
               when record-found = "Y"
                   rewrite account-master-record
               when other
                   write account-master-record
           end-evaluate.

      *> the record on file against what the journal saw before the
      *> update: nothing for an add, the before-image otherwise.
       check-current-image.

           move spaces to entry-note.
           evaluate true
               when jr-is-add and record-found = "Y"
                   move "ECART" to entry-outcome
                   move "deja present" to entry-note
               when jr-is-add
                   move "AJOUT" to entry-outcome
               when record-found = "N"
                   move "ECART" to entry-outcome
                   move "absent du fichier" to entry-note
               when current-image not = jr-before
                   move "ECART" to entry-outcome
                   move "avant different" to entry-note
               when jr-is-delete
                   move "SUPPR" to entry-outcome
               when other
                   move "MODIF" to entry-outcome
           end-evaluate.

           if entry-outcome = "ECART"
               add 1 to entries-flagged
           end-if.

       write-roll-detail.

           add 1 to entries-applied.

           move jr-timestamp to rd-timestamp.
           move jr-action to rd-action.
           move jr-program to rd-program.
           move jr-operator to rd-operator.
           if jr-is-delete
               move jr-before(1:20) to rd-record-start
           else
               move jr-after(1:20) to rd-record-start
           end-if.
           move entry-outcome to rd-outcome.
           move entry-note to rd-note.
           move roll-detail to report-line.
           write report-line.
