      *> household proposals off the guardian/address master:
      *> students whose guardian records carry the same first address
      *> line and postal code -- compared without regard to case or
      *> spacing at the ends -- are proposed as one household, keyed
      *> by the lowest student-id among them, for the office to
      *> confirm on the household screen. a group already confirmed
      *> whole under one household key is not proposed again.
       identification division.
       program-id. hhpropose.

       environment division.
       input-output section.
       file-control.
           select guardian-master-file assign to "GUARDIAN-MASTER.DAT"
               organization indexed
               access mode is dynamic
               record key is gd-student-id
               file status is guardian-master-status.

           select household-file assign to "HOUSEHOLD.DAT"
               organization indexed
               access mode is dynamic
               record key is hh-student-id
               file status is household-file-status.

           select proposals-file assign to "HOUSEHOLD-PROPOSALS.DAT"
               organization line sequential.

           select sort-file assign to "HHPROPOSE.TMP".

       data division.
       file section.
       fd  guardian-master-file.
           copy guardmast.

       fd  household-file.
           copy household.

       fd  proposals-file.
           copy hhproposal.

       sd  sort-file.
       01  sort-record.
           05 sh-postal-code   pic x(07).
           05 sh-match-addr    pic x(30).
           05 sh-student-id    pic x(05).
           05 sh-guardian-name pic x(20).
           05 sh-addr-line-1   pic x(30).

       working-storage section.

           copy runlogfields.

           77 guardian-master-status pic xx.
           77 household-file-status  pic xx.

           77 household-available pic x value "N".
               88 household-is-available value "Y".

           77 end-of-master pic x value "N".
               88 no-more-master value "Y".

           77 sort-eof pic x value "N".

           77 guardians-read     pic 9(05) value zero.
           77 households-proposed pic 9(05) value zero.
           77 members-proposed   pic 9(05) value zero.
           77 groups-confirmed   pic 9(05) value zero.

      *> one address group buffered until the address changes.
           77 group-count pic 9(02) value zero.
           77 group-idx   pic 9(02).
           77 group-overflow pic x value "N".
           77 group-postal-code pic x(07).
           77 group-match-addr  pic x(30).

           01 group-table.
               05 group-entry occurs 20 times.
                   10 gp-student-id    pic x(05).
                   10 gp-guardian-name pic x(20).
                   10 gp-addr-line-1   pic x(30).
                   10 gp-postal-code   pic x(07).

           77 lead-spaces pic 9(02).

           77 first-household-id pic x(05).
           77 already-confirmed  pic x.

       procedure division.

           perform write-runlog-start.

           open input guardian-master-file.
           if guardian-master-status not = "00"
               display "error: cannot open GUARDIAN-MASTER.DAT"
      *> non-zero so a calling job step can detect the missing file.
               move 8 to return-code
               perform write-runlog-end
               goback
           end-if.

           open input household-file.
           if household-file-status = "00"
               move "Y" to household-available
           end-if.

           open output proposals-file.

           sort sort-file
               on ascending key sh-postal-code
                                sh-match-addr
                                sh-student-id
               input procedure is release-guardians
               output procedure is group-addresses.

           close proposals-file.
           close guardian-master-file.
           if household-is-available
               close household-file
           end-if.

           display "guardian records read:   " guardians-read.
           display "households proposed:     " households-proposed.
           display "students in proposals:   " members-proposed.
           display "already confirmed:       " groups-confirmed.

           if group-overflow = "Y"
      *> non-zero so the office looks at the oversized address.
               move 4 to return-code
           end-if.

           perform write-runlog-end.
       goback.

       write-runlog-start.

           move "hhpropose" to rl-program-name.
           move "START" to rl-event.
           move zero to rl-records-read.
           move zero to rl-records-written.
           move zero to rl-return-code.
           call "runlog" using rl-program-name rl-event
               rl-records-read rl-records-written rl-return-code.

       write-runlog-end.

           move "hhpropose" to rl-program-name.
           move "END" to rl-event.
           move guardians-read to rl-records-read.
           move members-proposed to rl-records-written.
           move return-code to rl-return-code.
           call "runlog" using rl-program-name rl-event
               rl-records-read rl-records-written rl-return-code.

      *> the match key is the first address line in upper case with
      *> the leading spaces dropped, so "12 rue des lilas" and
      *> " 12 RUE DES LILAS" meet.
       release-guardians.

           perform until no-more-master
               read guardian-master-file next record
                   at end move "Y" to end-of-master
                   not at end
                       if gd-addr-line-1 not = spaces
                           add 1 to guardians-read
                           perform release-one-guardian
                       end-if
               end-read
           end-perform.

       release-one-guardian.

           move gd-postal-code   to sh-postal-code.
           move spaces to sh-match-addr.
           move zero to lead-spaces.
           inspect gd-addr-line-1 tallying lead-spaces
               for leading spaces.
           move gd-addr-line-1(lead-spaces + 1:) to sh-match-addr.
           inspect sh-match-addr converting
               "abcdefghijklmnopqrstuvwxyz"
               to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           inspect sh-postal-code converting
               "abcdefghijklmnopqrstuvwxyz"
               to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           move gd-student-id    to sh-student-id.
           move gd-guardian-name to sh-guardian-name.
           move gd-addr-line-1   to sh-addr-line-1.
           release sort-record.

       group-addresses.

           move zero to group-count.

           perform return-one-guardian
               until sort-eof = "Y".

           perform flush-group.

       return-one-guardian.

           return sort-file
               at end move "Y" to sort-eof
               not at end
                   if group-count > zero
                           and (sh-postal-code not = group-postal-code
                               or sh-match-addr not = group-match-addr)
                       perform flush-group
                   end-if
                   move sh-postal-code to group-postal-code
                   move sh-match-addr  to group-match-addr
                   if group-count < 20
                       add 1 to group-count
                       move sh-student-id
                           to gp-student-id(group-count)
                       move sh-guardian-name
                           to gp-guardian-name(group-count)
                       move sh-addr-line-1
                           to gp-addr-line-1(group-count)
                       move sh-postal-code
                           to gp-postal-code(group-count)
                   else
                       move "Y" to group-overflow
                       display "more than 20 students at "
                           sh-postal-code " " sh-addr-line-1
                   end-if
           end-return.

      *> a lone student is no household; a group whose members are
      *> all already filed under one household key needs no second
      *> look.
       flush-group.

           if group-count > 1
               perform check-group-confirmed
               if already-confirmed = "Y"
                   add 1 to groups-confirmed
               else
                   perform write-group-proposal
               end-if
           end-if.

           move zero to group-count.

       check-group-confirmed.

           move "Y" to already-confirmed.
           move spaces to first-household-id.

           if not household-is-available
               move "N" to already-confirmed
           end-if.

           perform varying group-idx from 1 by 1
                   until group-idx > group-count
                       or already-confirmed = "N"
               move gp-student-id(group-idx) to hh-student-id
               read household-file
                   invalid key move "N" to already-confirmed
                   not invalid key
                       if first-household-id = spaces
                           move hh-household-id to first-household-id
                       end-if
                       if hh-household-id not = first-household-id
                           move "N" to already-confirmed
                       end-if
               end-read
           end-perform.

      *> the sort put the members in student-id order, so the first
      *> is the lowest and gives the household its key.
       write-group-proposal.

           add 1 to households-proposed.

           perform varying group-idx from 1 by 1
                   until group-idx > group-count
               move spaces to household-proposal-record
               move gp-student-id(1) to hp-household-id
               move gp-student-id(group-idx) to hp-student-id
               move gp-guardian-name(group-idx) to hp-guardian-name
               move gp-addr-line-1(group-idx) to hp-addr-line-1
               move gp-postal-code(group-idx) to hp-postal-code
               write household-proposal-record
               add 1 to members-proposed
           end-perform.
