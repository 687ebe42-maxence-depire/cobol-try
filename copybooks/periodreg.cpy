      *> one ledger period close on the PERIOD-CLOSE.DAT register:
      *> the month closed (yyyymm), who closed it and on what
      *> business date, and how many accounts carried an opening
      *> balance into the month after. the register is append-only;
      *> the latest month on it is the one the ledger is closed
      *> through.
           01 period-close-record.
               05 pc-period     pic x(06).
               05 pc-operator   pic x(08).
               05 pc-close-date pic x(08).
               05 pc-accounts   pic 9(04).
