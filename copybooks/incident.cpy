      *> conduct incident register, keyed by student, incident date
      *> and a sequence within the day: what happened, how serious it
      *> was and the sanction given -- the CPE's binder on file. the
      *> severity drives the per-term conduct assessment, and a
      *> serious incident goes to the counselors the morning after it
      *> is keyed; in-reported-date stays blank until it has.
           01 incident-record.
               05 in-incident-key.
                   10 in-student-id     pic x(05).
                   10 in-incident-date  pic x(08).
                   10 in-incident-seq   pic 9(02).
               05 in-category          pic x(04).
                   88 in-category-valid value "RETD" "INSO" "TRIC"
                                              "VIOL" "DEGR" "AUTR".
               05 in-severity          pic 9(01).
                   88 in-severity-valid value 1 thru 3.
                   88 in-is-minor       value 1.
                   88 in-is-moderate    value 2.
                   88 in-is-serious     value 3.
               05 in-sanction          pic x(20).
               05 in-recorded-date     pic x(08).
               05 in-recorded-by       pic x(08).
               05 in-reported-date     pic x(08).
