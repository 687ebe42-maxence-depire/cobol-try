      *> one entry on the MASTER-JOURNAL.DAT forward-recovery
      *> journal: when, which master, what was done to the record
      *> and by which program and operator, and the whole record
      *> before and after. the nightly backup leaves a marker entry
      *> ("B") for each master it unloads, the image's date in place
      *> of the after-image, so the roll-forward knows where that
      *> image's content ends.
           01 journal-record.
               05 jr-timestamp pic x(16).
               05 jr-master    pic x(20).
               05 jr-action    pic x(01).
                   88 jr-is-add      value "A".
                   88 jr-is-change   value "C".
                   88 jr-is-delete   value "D".
                   88 jr-is-backup   value "B".
               05 jr-program   pic x(20).
               05 jr-operator  pic x(08).
               05 jr-before    pic x(132).
               05 jr-after     pic x(132).
