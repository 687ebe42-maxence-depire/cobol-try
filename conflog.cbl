      *> refused-save log: a maintenance screen that finds the record
      *> it put on the screen has been changed or removed by another
      *> operator before the save refuses the save, and calls here
      *> so the refusal is on record. each one is appended to
      *> SAVE-CONFLICTS.DAT in the journal's layout -- the time, the
      *> master, the action refused, the program and the operator
      *> whose save it was -- with the record as that operator was
      *> shown it in the before-image and the record the other
      *> operator left on file in the after-image (spaces when it
      *> is no longer there).
       identification division.
       program-id. conflog.

       environment division.
       input-output section.
       file-control.
           select conflict-file assign to "SAVE-CONFLICTS.DAT"
               organization line sequential
               file status is conflict-file-status.

       data division.
       file section.
       fd  conflict-file.
           copy jrnlrec.

       working-storage section.

           77 conflict-file-status pic xx.

       linkage section.
           copy jrnlfields.

       procedure division using jf-master jf-action jf-program
               jf-operator jf-before jf-after.

           move spaces to journal-record.
           move function current-date(1:16) to jr-timestamp.
           move jf-master   to jr-master.
           move jf-action   to jr-action.
           move jf-program  to jr-program.
           move jf-operator to jr-operator.
           move jf-before   to jr-before.
           move jf-after    to jr-after.

           open extend conflict-file.
           if conflict-file-status = "35"
               open output conflict-file
           end-if.
           write journal-record.
           close conflict-file.

       goback.
