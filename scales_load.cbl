
       working-storage section.

           copy jrnlfields.

           77 scales-file-status  pic xx.
           77 scale-master-status pic xx.

               move scale-assez-min    to sc-assez-min
               move scale-bien-min     to sc-bien-min
               move scale-parfait-min  to sc-parfait-min
      *> the legacy file predates the annex; its rows are all the
      *> home school's.
               move spaces             to sc-school-code
               write scale-master-record
                   invalid key
                       perform scale-before-image
                       rewrite scale-master-record
                       perform journal-scale-change
                   not invalid key
                       perform journal-scale-add
               end-write
               add 1 to records-loaded
           else
                   scale-class-code " " scale-subject-id
               add 1 to records-rejected
           end-if.

      *> forward-recovery journal for the scale master: the image
      *> before a change is read back off the file just ahead of the
      *> update, the new record held aside meanwhile.
       scale-before-image.

           move scale-master-record to jf-after.
           read scale-master-file
               invalid key move spaces to jf-before
               not invalid key move scale-master-record to jf-before
           end-read.
           move jf-after to scale-master-record.

       journal-scale-add.

           move "SCALE-MASTER.DAT" to jf-master.
           move "A" to jf-action.
           move spaces to jf-before.
           move scale-master-record to jf-after.
           perform write-journal-entry.

       journal-scale-change.

           move "SCALE-MASTER.DAT" to jf-master.
           move "C" to jf-action.
           move scale-master-record to jf-after.
           perform write-journal-entry.

       write-journal-entry.

           move "scales_load" to jf-program.
           move spaces to jf-operator.
           call "mastjrnl" using jf-master jf-action jf-program
               jf-operator jf-before jf-after.
