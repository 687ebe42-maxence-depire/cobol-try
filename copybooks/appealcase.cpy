      *> grade appeal case file: one record per appeal, from intake
      *> through the committee's decision, so who filed what and
      *> whether it was heard in time stops living in an email
      *> thread. the response deadline is counted in school days from
      *> the filing date. an upheld case is what raises the regrade
      *> request; the letter flag keeps the decision letter to one
      *> printing.
           01 appeal-case-record.
               05 ap-case-number        pic 9(06).
               05 ap-student-id         pic x(05).
               05 ap-class-code         pic x(05).
               05 ap-term-code          pic x(04).
               05 ap-subject-id         pic x(05).
               05 ap-filed-by           pic x(20).
               05 ap-filed-date         pic x(08).
               05 ap-grounds            pic x(40).
               05 ap-deadline-date      pic x(08).
               05 ap-intake-operator    pic x(08).
               05 ap-status             pic x(01).
                   88 ap-is-open     value "O".
                   88 ap-is-upheld   value "U".
                   88 ap-is-rejected value "R".
               05 ap-decision-date      pic x(08).
               05 ap-decided-by         pic x(08).
               05 ap-heard-in-time      pic x(01).
                   88 ap-was-heard-in-time value "Y".
               05 ap-regrade-requested  pic x(01).
               05 ap-letter-printed     pic x(01).
                   88 ap-letter-is-printed value "Y".
