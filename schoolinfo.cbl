      *> central school lookup for every program that heads a report
      *> or ships a result per school: answers the school's name and
      *> its district establishment number from SCHOOLS.DAT, the
      *> short list of the schools grading in our batch window. a
      *> blank code is the home school; with no list on file, or no
      *> row for it, the home school still heads its pages under its
      *> own name, with no establishment number.
      *>
      *> list record: school code(2) establishment number(8)
      *> school name(30); the home school's row carries a blank code.
       identification division.
       program-id. schoolinfo.

       environment division.
       input-output section.
       file-control.
           select school-list-file assign to "SCHOOLS.DAT"
               organization line sequential
               file status is school-list-status.

       data division.
       file section.
       fd  school-list-file.
       01  school-list-record.
           05 sl-school-code  pic x(02).
           05 sl-estab-number pic x(08).
           05 sl-school-name  pic x(30).

       working-storage section.

           77 school-list-status pic xx.

           77 end-of-list pic x.
               88 no-more-list value "Y".

       linkage section.
           copy schoolfields.

       procedure division using sf-school-code sf-school-name
               sf-estab-number sf-found.

           move "N" to sf-found.
           move spaces to sf-school-name.
           move spaces to sf-estab-number.

           open input school-list-file.
           if school-list-status = "00"
               move "N" to end-of-list
               perform until no-more-list or sf-found = "Y"
                   read school-list-file
                       at end move "Y" to end-of-list
                       not at end
                           if sl-school-code = sf-school-code
                               move sl-school-name to sf-school-name
                               move sl-estab-number
                                   to sf-estab-number
                               move "Y" to sf-found
                           end-if
                   end-read
               end-perform
               close school-list-file
           end-if.

           if sf-found = "N"
               if sf-school-code = spaces
                   move "COLLEGE SAINT-MICHEL" to sf-school-name
                   move "Y" to sf-found
               else
                   string "ECOLE " delimited by size
                          sf-school-code delimited by size
                          into sf-school-name
               end-if
           end-if.

       goback.
