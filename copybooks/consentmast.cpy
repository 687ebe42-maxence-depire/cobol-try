      *> indexed guardian consent master, keyed by the student-id:
      *> one flag per use of the student's data, "N" where the family
      *> has refused it. a student with no record, or a flag left
      *> blank, has refused nothing. the flags read through the
      *> consentchk subprogram in the order of the use codes -- (D)
      *> district extract, (U) university GPA sheet, (H) honor roll
      *> publication, (R) rank on the transcript, (N) notification
      *> messages.
           01 consent-master-record.
               05 cs-student-id    pic x(05).
               05 cs-flags.
                   10 cs-district      pic x(01).
                   10 cs-university    pic x(01).
                   10 cs-honor-roll    pic x(01).
                   10 cs-rank          pic x(01).
                   10 cs-notify        pic x(01).
               05 cs-flag-table redefines cs-flags.
                   10 cs-flag          pic x(01) occurs 5 times.
               05 cs-changed-by    pic x(08).
               05 cs-changed-date  pic x(08).
