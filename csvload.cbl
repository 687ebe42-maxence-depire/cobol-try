      *> inbound interface from the registrar's system: reads their
      *> comma-separated grade export, maps and validates each field
      *> into the fixed student record layout, and writes a load-ready
      *> grading extract already in the school/class/term/student/
      *> subject order the grading run requires -- replacing the
      *> re-keying that was our single biggest source of bad notes.
      *> malformed rows land on a reject report with their line
      *> numbers, and the load control totals balance against the
      *> registrar's own export count.
       identification division.
       program-id. csvload.

       01  csv-line pic x(120).

       fd  raw-file.
       01  raw-record pic x(28).

       fd  reject-file.
       01  reject-line pic x(80).
           05 ss-note       pic 9(02)v9(02).
           05 ss-coef       pic 9(02).
           05 ss-status     pic x(01).
           05 ss-school-code pic x(02).

       working-storage section.


      *> one field per comma, exactly the export layout agreed with
      *> the registrar: student, class, term, subject, note, coef,
      *> status, school (status and school may be absent on older
      *> exports; no school is the home school).
           77 csv-student-id pic x(10).
           77 csv-class-code pic x(10).
           77 csv-term-code  pic x(10).
           77 csv-note-text  pic x(10).
           77 csv-coef-text  pic x(10).
           77 csv-status     pic x(10).
           77 csv-school-code pic x(10).

           77 numeric-check-text pic x(10).
           77 numeric-text-ok pic x.
           open output reject-file.

           sort sort-file
               on ascending key ss-school-code
                                ss-class-code
                                ss-term-code
                                ss-student-id
                                ss-subject-id
           move spaces to csv-note-text.
           move spaces to csv-coef-text.
           move spaces to csv-status.
           move spaces to csv-school-code.

           unstring csv-line delimited by ","
               into csv-student-id
                    csv-note-text
                    csv-coef-text
                    csv-status
                    csv-school-code
           end-unstring.

           perform validate-one-row.
               move work-note to ss-note
               move work-coef to ss-coef
               move csv-status(1:1) to ss-status
               move csv-school-code(1:2) to ss-school-code
               release sort-record
           else
               add 1 to rows-rejected
               end-if
           end-if.

           if reject-reason = spaces
               if csv-school-code(3:) not = spaces
                   move "school code too long" to reject-reason
               end-if
           end-if.

      *> digits with at most one decimal point, and at least one
      *> digit -- anything else is a re-keying error the old manual
      *> process would have let straight through.
