           copy studrec.

       fd  transcript-file.
       01  transcript-line pic x(108).

       fd  student-master-file.
           copy studmast.

       working-storage section.

           copy jrnlfields.

           copy lockfields.

      *> the lockmgr CALL hands its own (zero) return code back up,
           77 student-table-overflow pic x value "N".

           01 student-table.
               05 student-entry occurs 10000 times pic x(28).

           01 parsed-student.
               05 pa-student-id pic x(05).
               05 filler        pic x(23).

           77 line-count pic 9(05) value zero.
           77 line-idx   pic 9(05).
           77 transcript-overflow pic x value "N".

           01 transcript-table.
               05 transcript-entry occurs 5000 times pic x(108).

           01 parsed-line.
               05 filler            pic x(12).
               05 pl-student-id     pic x(05).
               05 filler            pic x(91).

      *> one generation at a time, filtered in memory.
           77 gen-line-count pic 9(04) value zero.
                   invalid key continue
                   not invalid key
                       move 1 to cert-before
                       perform student-before-image
                       delete student-master-file record
                       perform journal-student-delete
                       move 1 to cert-removed
               end-read
               close student-master-file
           add cert-removed to total-removed.
           move certificate-detail to certificate-line.
           write certificate-line.

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

       journal-student-delete.

           move "STUDENT-MASTER.DAT" to jf-master.
           move "D" to jf-action.
           move spaces to jf-after.
           perform write-journal-entry.

       write-journal-entry.

           move "studpurge" to jf-program.
           move spaces to jf-operator.
           call "mastjrnl" using jf-master jf-action jf-program
               jf-operator jf-before jf-after.
