               05 hr-history-key.
                   10 hr-run-date     pic x(08).
                   10 hr-run-seq      pic 9(06).
      *> the school the entry was calculated for, blank for the home
      *> school and for entries that belong to no school. it closes
      *> the key rather than leading it, so a browse started from a
      *> run date still reads every school's entries in run order.
                   10 hr-school-code  pic x(02).
               05 hr-program-name     pic x(20).
               05 hr-identifier       pic x(10).
               05 hr-label-1          pic x(10).
