      *> textbook loan register, keyed by student, item and the date
      *> the copy went out: the textbooks are warehouse items, so a
      *> copy lent to a student leaves the on-hand like any other
      *> issue and comes back on the return. a loan is out until the
      *> copy is returned, or until the lost-book run charges the
      *> family for it after the year's cutoff.
           01 book-loan-record.
               05 bl-loan-key.
                   10 bl-student-id     pic x(05).
                   10 bl-item-id        pic x(05).
                   10 bl-loan-date      pic x(08).
      *> the class at the time of the loan, for the per-class list of
      *> unreturned copies before the summer.
               05 bl-class-code        pic x(05).
               05 bl-status            pic x(01).
                   88 bl-is-out         value "O".
                   88 bl-is-returned    value "R".
                   88 bl-is-lost        value "L".
                   88 bl-is-outstanding value "O" "L".
               05 bl-return-date       pic x(08).
               05 bl-charge-date       pic x(08).
               05 bl-charge-amount     pic 9(05).
               05 bl-operator          pic x(08).
