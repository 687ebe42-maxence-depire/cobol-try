           copy studrec.

       fd  students-file.
       01  students-line pic x(28).

       fd  reject-file.
       01  reject-line pic x(62).

       fd  cycle-control-file.
       01  cycle-control-record.
           77 student-table-overflow pic x value "N".

           01 student-table.
               05 student-entry occurs 10000 times pic x(28).

           01 parsed-student.
               05 pa-student-id pic x(05).
               05 pa-note       pic 9(02)v9(02).
               05 pa-coef       pic 9(02).
               05 pa-status     pic x(01).
               05 pa-school-code pic x(02).

           77 entry-sort-key pic x(21).
           77 trans-sort-key pic x(21).
           77 key-exists     pic x.

      *> the distinct class codes the scale master knows, the same
           77 class-idx   pic 9(03).
           77 class-known pic x.
               88 class-is-known value "Y".
           77 class-slot  pic 9(03).

           01 known-class-table.
               05 known-class-entry occurs 100 times.
                   10 known-class-code   pic x(05).
                   10 known-class-school pic x(02).

           77 reject-reason pic x(02).
           77 reject-text   pic x(30).

           01 reject-detail.
               05 filler            pic x      value space.
               05 rj-record-image   pic x(28).
               05 filler            pic x(02)  value space.
               05 rj-reason         pic x(02).
               05 filler            pic x(02)  value space.
           if not class-is-known and class-count < 100
               add 1 to class-count
               move sc-class-code to known-class-code(class-count)
               move sc-school-code to known-class-school(class-count)
           end-if.

       load-student-table.
                           or class-is-known
                   if known-class-code(class-idx) = class-code
                       move "Y" to class-known
                       move class-idx to class-slot
                   end-if
               end-perform
               if not class-is-known
                   move "04" to reject-reason
                   move "unknown class-code" to reject-text
               else
                   if known-class-school(class-slot) not = school-code
                       move "12" to reject-reason
                       move "class not at this school"
                           to reject-text
                   end-if
               end-if
           end-if.

           if reject-reason = spaces
               string school-code delimited by size
                      class-code delimited by size
                      term-code  delimited by size
                      student-id delimited by size
                      subject-id delimited by size
               perform varying student-idx from 1 by 1
                       until student-idx > student-count
                   move student-entry(student-idx) to parsed-student
                   string pa-school-code delimited by size
                          pa-class-code delimited by size
                          pa-term-code  delimited by size
                          pa-student-id delimited by size
                          pa-subject-id delimited by size
               end-if
           end-if.

      *> slots the survivor where the school/class/term/student/
      *> subject sort order says it belongs, shifting the tail down
      *> one.
       insert-student-record.

           if student-count >= 10000
                       until student-idx > student-count
                           or insert-idx > zero
                   move student-entry(student-idx) to parsed-student
                   string pa-school-code delimited by size
                          pa-class-code delimited by size
                          pa-term-code  delimited by size
                          pa-student-id delimited by size
                          pa-subject-id delimited by size
