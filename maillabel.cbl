      *> label block per student, sorted by postal code for the
      *> bulk-rate mail sort, so the envelopes come off the printer
      *> in the order the post office wants them instead of a clerk
      *> hand-addressing and hand-sorting the pile. with the
      *> HOUSEHOLD-PACKETS site parameter on, students the office has
      *> confirmed as one household share a single label -- the
      *> lowest member's guardian block -- since their documents go
      *> out in one envelope.
       identification division.
       program-id. maillabel.

               record key is gd-student-id
               file status is guardian-master-status.

           select household-file assign to "HOUSEHOLD.DAT"
               organization indexed
               access mode is dynamic
               record key is hh-student-id
               file status is household-file-status.

           select labels-file assign to "MAILING-LABELS.DAT"
               organization line sequential.

       fd  guardian-master-file.
           copy guardmast.

       fd  household-file.
           copy household.

       fd  labels-file.
       01  labels-line pic x(40).

       sd  sort-file.
       01  sort-record.
           05 sl-postal-code   pic x(07).
           05 sl-household-id  pic x(05).
           05 sl-student-id    pic x(05).
           05 sl-guardian-name pic x(20).
           05 sl-addr-line-1   pic x(30).
       working-storage section.

           copy runlogfields.
           copy paramfields.

           77 guardian-master-status pic xx.
           77 household-file-status  pic xx.

      *> off unless the site parameter asks for household packets;
      *> with no household register there is nothing to group.
           77 group-households pic x value "N".
               88 households-grouped value "Y".

           77 last-household-id pic x(05) value spaces.
           77 students-grouped pic 9(04) value zero.

           77 end-of-master pic x value "N".
               88 no-more-master value "Y".
               goback
           end-if.

           perform read-household-param.

           sort sort-file
               on ascending key sl-postal-code
                                sl-household-id
                                sl-student-id
               input procedure is release-guardians
               output procedure is print-labels.

           close guardian-master-file.
           if households-grouped
               close household-file
           end-if.

           display "mailing labels printed: " labels-printed.
           if households-grouped
               display "students sharing a label:" students-grouped
           end-if.


           perform write-runlog-end.
           call "runlog" using rl-program-name rl-event
               rl-records-read rl-records-written rl-return-code.

       read-household-param.

           move "HOUSEHOLD-PACKETS" to pm-name.
           call "getparam" using pm-name pm-value pm-found.
           if pm-found = "Y" and pm-value > zero
               open input household-file
               if household-file-status = "00"
                   move "Y" to group-households
               end-if
           end-if.

      *> a student outside any confirmed household is a household of
      *> one, keyed by the student's own id.
       find-household-key.

           move gd-student-id to sl-household-id.
           if households-grouped
               move gd-student-id to hh-student-id
               read household-file
                   invalid key continue
                   not invalid key
                       move hh-household-id to sl-household-id
               end-read
           end-if.

       release-guardians.

                   not at end
                       move gd-postal-code   to sl-postal-code
                       move gd-student-id    to sl-student-id
                       perform find-household-key
                       move gd-guardian-name to sl-guardian-name
                       move gd-addr-line-1   to sl-addr-line-1
                       move gd-addr-line-2   to sl-addr-line-2
           close labels-file.

      *> one block per envelope: guardian, two address lines, postal
      *> code and city, a blank separator line between blocks. the
      *> later members of a household ride in the first's envelope.
       return-and-print-label.

           return sort-file
               at end move "Y" to sort-eof
               not at end
                   if sl-household-id = last-household-id
                       add 1 to students-grouped
                   else
                       move sl-household-id to last-household-id
                       perform print-one-label
                   end-if
           end-return.

       print-one-label.

           add 1 to labels-printed.
           move sl-guardian-name to labels-line.
           write labels-line.
           move sl-addr-line-1 to labels-line.
           write labels-line.
           if sl-addr-line-2 not = spaces
               move sl-addr-line-2 to labels-line
               write labels-line
           end-if.
           move sl-postal-code to lc-postal-code.
           move sl-city to lc-city.
           move label-city-detail to labels-line.
           write labels-line.
           move spaces to labels-line.
           write labels-line.
