      *> shared fields for the mastjrnl subprogram -- copied into
      *> both the caller's working-storage and mastjrnl's own
      *> linkage section so the two sides always agree on layout.
      *> the caller names the master by its file name, says what it
      *> did to the record ("A" added, "C" changed, "D" deleted) and
      *> passes the record as it stood before and after -- spaces
      *> for the side that does not exist. conflog takes the same
      *> fields for a refused save: the record as the operator was
      *> shown it, and the record now on file.
           77 jf-master   pic x(20).
           77 jf-action   pic x(01).
           77 jf-program  pic x(20).
           77 jf-operator pic x(08).
           77 jf-before   pic x(132).
           77 jf-after    pic x(132).
