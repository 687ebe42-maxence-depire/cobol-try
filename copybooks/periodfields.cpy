      *> shared fields for the perlock subprogram -- copied into
      *> both the caller's working-storage and perlock's own linkage
      *> section so the two sides always agree on layout, the same
      *> way paramfields.cpy keeps getparam and its callers in step.
      *> the caller passes the date it is about to post under and
      *> gets back the last month closed (spaces when none) and "C"
      *> when the date falls in a closed month, "O" when it is open.
           77 pf-posting-date   pic x(08).
           77 pf-closed-through pic x(06).
           77 pf-result         pic x(01).
               88 pf-period-is-open   value "O".
               88 pf-period-is-closed value "C".
