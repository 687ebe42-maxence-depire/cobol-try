      *> shared fields for the schoolinfo subprogram -- copied into
      *> both the caller's working-storage and schoolinfo's own
      *> linkage section so the two sides always agree on layout.
      *> the caller names the school (blank for the home school);
      *> the name for page headings and the district establishment
      *> number come back, with sf-found "N" for a code the school
      *> list does not carry.
           77 sf-school-code  pic x(02).
           77 sf-school-name  pic x(30).
           77 sf-estab-number pic x(08).
           77 sf-found        pic x(01).
