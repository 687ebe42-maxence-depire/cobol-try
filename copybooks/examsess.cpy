      *> exam session master, keyed by date, half-day, class and
      *> subject: one sitting of one class's exam in one subject,
      *> with up to three invigilating teachers taken in turn, one
      *> per room the class is seated in. the key order is the order
      *> the seating run fills rooms in.
           01 exam-session-record.
               05 es-session-key.
                   10 es-exam-date   pic x(08).
                   10 es-half-day    pic x(01).
                       88 es-is-morning   value "M".
                       88 es-is-afternoon value "A".
                   10 es-class-code  pic x(05).
                   10 es-subject-id  pic x(05).
               05 es-invigilators.
                   10 es-invigilator pic x(05) occurs 3 times.
               05 es-changed-by      pic x(08).
               05 es-changed-date    pic x(08).
