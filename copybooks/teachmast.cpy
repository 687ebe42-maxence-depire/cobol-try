                   10 tm-subject-id pic x(05).
               05 tm-teacher-id     pic x(05).
               05 tm-teacher-name   pic x(20).
      *> the teacher's menu sign-on, so the online grade entry can
      *> hold a signed-on operator to the sections they carry.
               05 tm-operator-id    pic x(08).
      *> the school the section is taught at; blank is the home
      *> school.
               05 tm-school-code    pic x(02).
