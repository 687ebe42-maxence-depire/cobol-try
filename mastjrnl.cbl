      *> forward-recovery journal writer: every program that adds,
      *> changes or deletes a record on one of the indexed masters
      *> calls here once the update has gone through, and the
      *> record's before and after images are appended to
      *> MASTER-JOURNAL.DAT with the time, the program and the
      *> operator. restoring a master from last night's image
      *> (mastbkup) and rolling the journal forward on top of it
      *> (mastroll) brings back the day's work instead of leaving
      *> it to be rekeyed from paper.
       identification division.
       program-id. mastjrnl.

       environment division.
       input-output section.
       file-control.
           select journal-file assign to "MASTER-JOURNAL.DAT"
               organization line sequential
               file status is journal-file-status.

       data division.
       file section.
       fd  journal-file.
           copy jrnlrec.

       working-storage section.

           77 journal-file-status pic xx.

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

           open extend journal-file.
           if journal-file-status = "35"
               open output journal-file
           end-if.
           write journal-record.
           close journal-file.

       goback.
