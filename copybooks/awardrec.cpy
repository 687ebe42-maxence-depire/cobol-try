      *> award register, keyed by award year, award and student: the
      *> eligibility run proposes the students ranked within each
      *> award's quota, and the committee confirms or refuses them on
      *> the award screen. a confirmed award has been credited to the
      *> family's fee account and is never proposed or credited again.
           01 award-record.
               05 ar-award-key.
                   10 ar-award-year     pic x(04).
                   10 ar-award-code     pic x(04).
                   10 ar-student-id     pic x(05).
               05 ar-class-code        pic x(05).
               05 ar-annual-avg        pic 9(02)v99.
               05 ar-rank              pic 9(03).
               05 ar-status            pic x(01).
                   88 ar-is-proposed    value "P".
                   88 ar-is-confirmed   value "C".
                   88 ar-is-refused     value "R".
               05 ar-amount            pic 9(05).
               05 ar-account-code      pic x(04).
               05 ar-proposed-date     pic x(08).
               05 ar-decided-by        pic x(08).
               05 ar-decided-date      pic x(08).
