           05 ro-student-name  pic x(20).
           05 ro-birth-date    pic x(08).
           05 ro-enroll-status pic x(01).
           05 ro-class-code    pic x(05).
      *> blank on a roster cut before schools were carried, which
      *> loads the student at the home school.
           05 ro-school-code   pic x(02).

       fd  student-master-file.
           copy studmast.

       working-storage section.

           copy jrnlfields.

           77 roster-file-status    pic xx.
           77 student-master-status pic xx.

           move ro-student-name  to sm-student-name.
           move ro-birth-date    to sm-birth-date.
           move ro-enroll-status to sm-enroll-status.
           move ro-class-code    to sm-class-code.
           move ro-school-code   to sm-school-code.

           write student-master-record
               invalid key
                   perform student-before-image
                   rewrite student-master-record
                   perform journal-student-change
                   add 1 to records-replaced
               not invalid key
                   perform journal-student-add
                   add 1 to records-loaded
           end-write.

      *> forward-recovery journal for the student master: the image
      *> before a change is read back off the file just ahead of the
      *> update, the new record held aside meanwhile.
       student-before-image.

           move student-master-record to jf-after.
           read student-master-file
               invalid key move spaces to jf-before
               not invalid key move student-master-record to jf-before
           end-read.
           move jf-after to student-master-record.

       journal-student-add.

           move "STUDENT-MASTER.DAT" to jf-master.
           move "A" to jf-action.
           move spaces to jf-before.
           move student-master-record to jf-after.
           perform write-journal-entry.

       journal-student-change.

           move "STUDENT-MASTER.DAT" to jf-master.
           move "C" to jf-action.
           move student-master-record to jf-after.
           perform write-journal-entry.

       write-journal-entry.

           move "studmast_load" to jf-program.
           move spaces to jf-operator.
           call "mastjrnl" using jf-master jf-action jf-program
               jf-operator jf-before jf-after.
