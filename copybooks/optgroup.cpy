      *> option group master, keyed by the subject-id of an optional
      *> subject (latin, a second language, an option): the subject
      *> is taught to one group drawn from several classes, and the
      *> group has a fixed number of places. a subject on this master
      *> is expected only of the students confirmed into its group.
           01 option-group-record.
               05 og-subject-id     pic x(05).
               05 og-description    pic x(20).
               05 og-capacity       pic 9(03).
               05 og-changed-by     pic x(08).
               05 og-changed-date   pic x(08).
