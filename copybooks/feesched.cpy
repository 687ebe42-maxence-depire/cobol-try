      *> fee schedule master, keyed by class and account code: what
      *> each student in a class is charged at term start under each
      *> ledger account -- tuition fees, activity funds, cafeteria
      *> money -- in whole currency units, the unit the ledger posts
      *> in.
           01 fee-schedule-record.
               05 fe-schedule-key.
                   10 fe-class-code   pic x(05).
                   10 fe-account-code pic x(04).
               05 fe-description      pic x(20).
               05 fe-amount           pic 9(05).
               05 fe-changed-by       pic x(08).
               05 fe-changed-date     pic x(08).
