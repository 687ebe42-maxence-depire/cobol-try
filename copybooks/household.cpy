      *> indexed household register, keyed by the student-id: links
      *> the students the office has confirmed share one guardian
      *> address under a household key -- the student-id of the
      *> household's first member -- so the label, letter and
      *> transcript runs can put a family's documents in one packet
      *> under one label. a student with no record is a household
      *> of one.
           01 household-record.
               05 hh-student-id     pic x(05).
               05 hh-household-id   pic x(05).
               05 hh-confirmed-by   pic x(08).
               05 hh-confirmed-date pic x(08).
