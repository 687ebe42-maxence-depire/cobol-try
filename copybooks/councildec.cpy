      *> class council decision, keyed back by the council secretary
      *> from the marked-up deliberation packet: one record per
      *> class/term/student, so a re-keyed decision replaces the
      *> earlier one and the packet can be reprinted with what the
      *> council actually decided.
           01 council-decision-record.
               05 cn-decision-key.
                   10 cn-class-code     pic x(05).
                   10 cn-term-code      pic x(04).
                   10 cn-student-id     pic x(05).
               05 cn-decision           pic x(08).
                   88 cn-is-passe    value "PASSE".
                   88 cn-is-redouble value "REDOUBLE".
      *> the council's distinction: F felicitations, C compliments,
      *> E encouragements, A avertissement, N none.
               05 cn-distinction        pic x(01).
                   88 cn-distinction-is-valid
                       values "F" "C" "E" "A" "N".
               05 cn-remark             pic x(30).
               05 cn-operator           pic x(08).
               05 cn-keyed-date         pic x(08).
