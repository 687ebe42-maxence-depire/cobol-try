      *> indexed coefficient master: the weight one subject carries
      *> in one class's average, keyed by class/subject and closed
      *> by an effective-from date exactly as the scale master is --
      *> a reader wanting the coefficient in force on a date takes
      *> the version with the greatest effective-from at or before
      *> it. the coef typed on a STUDENTS.DAT record must agree with
      *> the version in force, and the grading run weighs with the
      *> master's figure.
           01 coef-master-record.
               05 cf-coef-key.
                   10 cf-class-code     pic x(05).
                   10 cf-subject-id     pic x(05).
                   10 cf-effective-from pic x(08).
               05 cf-coef            pic 9(02).
