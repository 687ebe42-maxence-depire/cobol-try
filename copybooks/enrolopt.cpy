      *> option enrolment file, keyed by student, term and optional
      *> subject: one choice per record, stamped when it was keyed so
      *> the enrolment run can hand out the group's places in
      *> application order. a choice stays "A" until the run either
      *> confirms it or puts it on the waiting list with its place.
           01 option-enrol-record.
               05 oe-enrol-key.
                   10 oe-student-id  pic x(05).
                   10 oe-term-code   pic x(04).
                   10 oe-subject-id  pic x(05).
               05 oe-applied-stamp   pic x(14).
               05 oe-status          pic x(01).
                   88 oe-is-applied    value "A".
                   88 oe-is-confirmed  value "C".
                   88 oe-is-waitlisted value "W".
               05 oe-waitlist-pos    pic 9(03).
               05 oe-changed-by      pic x(08).
               05 oe-changed-date    pic x(08).
