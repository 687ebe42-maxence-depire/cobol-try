      *> between cd-date-from and cd-date-to -- weekends and the
      *> calendar's holidays excluded -- so nothing "ages" over the
      *> winter break.
      *> action "A": cd-date-to comes back with the date that lies
      *> cd-day-count school days after cd-date-from -- a deadline
      *> counted the way the ages are.
      *> action "S": cd-result comes back "I" when cd-date-from is a
      *> school day, "O" when it is a weekend or holiday, "U" when it
      *> is no date at all.
      *> action "T": cd-result comes back "U" when cd-term-code is
      *> not on the calendar, "I" when cd-date-from falls inside the
      *> term's dates (or is blank), "O" when it falls outside.
