      *> grade-entry staging record: one note keyed online by the
      *> teacher, waiting for the nightly sort and edit. the first
      *> 26 bytes are laid out exactly like the grading input record
      *> (studrec), so the sort step can release them as they stand
      *> and the edit judges a keyed note the way it judges a
      *> registrar row. keyed by student/class/term/subject: a note
      *> keyed again replaces the earlier one instead of doubling it.
           01 grade-entry-record.
               05 ge-entry-key.
                   10 ge-student-id     pic x(05).
                   10 ge-class-code     pic x(05).
                   10 ge-term-code      pic x(04).
                   10 ge-subject-id     pic x(05).
               05 ge-note               pic 9(02)v9(02).
               05 ge-coef               pic 9(02).
               05 ge-student-status     pic x(01).
      *> who keyed the note, and the day it was last keyed.
               05 ge-operator-id        pic x(08).
               05 ge-entry-date         pic x(08).
      *> the student's school off the master, which the sort step
      *> carries into the grading record's school column.
               05 ge-school-code        pic x(02).
