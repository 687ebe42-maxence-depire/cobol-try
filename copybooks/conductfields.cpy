      *> shared fields for the conduct subprogram -- copied into both
      *> the caller's working-storage and conduct's own linkage
      *> section so the two sides always agree on layout.
      *>
      *> the caller sets cu-student-id and cu-term-code; conduct
      *> comes back with the incidents dated inside the term on the
      *> school calendar, their severity points, the serious ones
      *> among them, and the assessment they add up to -- "A" very
      *> good, "B" good, "C" fair, "D" poor -- with its printed
      *> wording in both languages. cu-rating comes back blank when
      *> there is no incident register or the term is unknown, and
      *> the caller then prints no conduct line at all.
           77 cu-student-id     pic x(05).
           77 cu-term-code      pic x(04).
           77 cu-incident-count pic 9(03).
           77 cu-points         pic 9(03).
           77 cu-serious-count  pic 9(03).
           77 cu-rating         pic x(01).
           77 cu-rating-fr      pic x(12).
           77 cu-rating-en      pic x(12).
