      *> shared fields for the consentchk subprogram -- copied into
      *> both the caller's working-storage and consentchk's own
      *> linkage section so the two sides always agree on layout.
      *> the caller names the student, the use (D/U/H/R/N, as on the
      *> consent master) and itself; cf-allowed comes back "N" when
      *> the family refused that use, and the refusal is already on
      *> the exclusions register by then.
           77 cf-student-id pic x(05).
           77 cf-use        pic x(01).
           77 cf-program    pic x(20).
           77 cf-allowed    pic x(01).
