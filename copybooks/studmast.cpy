               05 sm-enroll-status pic x(01).
                   88 sm-is-enrolled value "E".
                   88 sm-has-left    value "L".
      *> the class the student sits in this year, so a class roster
      *> can be drawn from the master without waiting on the grades.
               05 sm-class-code    pic x(05).
      *> the school the student is enrolled at; blank is the home
      *> school.
               05 sm-school-code   pic x(02).
