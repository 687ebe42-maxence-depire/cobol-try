
       working-storage section.

           copy jrnlfields.

      *> the business date this program's history entries book to,
      *> from the RUN-DATE.DAT control card. no control card means
      *> today.
           77 student-table-overflow pic x value "N".

           01 student-table.
               05 student-entry occurs 10000 times pic x(28).

           01 parsed-student.
               05 pa-student-id pic x(05).
               05 pa-note       pic 9(02)v9(02).
               05 pa-coef       pic 9(02).
               05 pa-status     pic x(01).
               05 pa-school-code pic x(02).

           01 compare-student.
               05 cb-student-id pic x(05).
               05 cb-class-code pic x(05).
               05 cb-term-code  pic x(04).
               05 cb-subject-id pic x(05).
               05 filler        pic x(09).

           77 collision-found pic x.

      *> just retire the duplicate's.
                   continue
               not invalid key
                   perform journal-student-add
                   continue
           end-write.

           move mr-duplicate-id to sm-student-id.
           perform student-before-image.
           delete student-master-file record
               invalid key continue
           end-delete.
           perform journal-student-delete.

           add 1 to master-rekeyed.
           move "STUDENT-MASTER.DAT" to rekeyed-file-name.
                       move "Y" to history-write-done
               end-write
           end-perform.

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

       journal-student-delete.

           move "STUDENT-MASTER.DAT" to jf-master.
           move "D" to jf-action.
           move spaces to jf-after.
           perform write-journal-entry.

       write-journal-entry.

           move "studmerge" to jf-program.
           move session-operator to jf-operator.
           call "mastjrnl" using jf-master jf-action jf-program
               jf-operator jf-before jf-after.
