      *> budget master: the amount the board approved for one
      *> account in one month, keyed by the chart-of-accounts code
      *> and the month (yyyymm), in the whole units the ledger
      *> posts. a month with no record has no budget.
           01 budget-master-record.
               05 bu-budget-key.
                   10 bu-account-code pic x(04).
                   10 bu-period       pic x(06).
               05 bu-amount           pic 9(09).
