      *> envelopes and photocopying a form letter. students with no
      *> guardian record get a page headed A COMPLETER and a count
      *> on the console so the office fills the master in.
      *>
      *> an honor roll list produced before a family's refusal of
      *> honor roll publication was keyed still reaches this run, so
      *> every honor letter asks the consent master first; a refused
      *> student gets no letter and consentchk books the exclusion.
      *>
      *> with the HOUSEHOLD-PACKETS site parameter on, the two lists
      *> are sorted together by household so a family the office has
      *> confirmed gets all its letters in one packet behind a cover
      *> sheet addressed to the household's guardian.
      *>
      *> a notification message the gateway could not deliver comes
      *> back on NOTIFY-PAPER.DAT and is printed here as a letter of
      *> its own, addressed to the family -- or, for a backorder
      *> notice, to the ship-to customer -- after the other letters.
       identification division.
       program-id. letters.

               record key is gd-student-id
               file status is guardian-master-status.

           select household-file assign to "HOUSEHOLD.DAT"
               organization indexed
               access mode is dynamic
               record key is hh-student-id
               file status is household-file-status.

           select paper-file assign to "NOTIFY-PAPER.DAT"
               organization line sequential
               file status is paper-file-status.

           select customer-master-file assign to "CUSTOMER-MASTER.DAT"
               organization indexed
               access mode is dynamic
               record key is cu-customer-code
               file status is customer-master-status.

           select sort-file assign to "LETTERS.TMP".

           select letters-file assign to "LETTERS.DAT"
               organization line sequential.

       fd  guardian-master-file.
           copy guardmast.

       fd  household-file.
           copy household.

      *> mirror of the notification return step's paper-record.
       fd  paper-file.
       01  paper-record.
           05 pp-recipient-kind pic x(01).
           05 pp-recipient-id   pic x(05).
           05 pp-source         pic x(03).
           05 pp-message-id     pic 9(08).
           05 pp-queued-date    pic x(08).
           05 pp-text           pic x(60).

       fd  customer-master-file.
           copy custmast.

       sd  sort-file.
       01  sort-record.
           05 sr-household-id  pic x(05).
           05 sr-student-id    pic x(05).
           05 sr-letter-kind   pic x(01).
           05 sr-roll-line     pic x(50).

       fd  letters-file.
       01  letters-line pic x(60).

       working-storage section.

           copy runlogfields.
           copy paramfields.

           copy langflag.
           77 lang-file-status pic xx.
           77 honor-roll-status      pic xx.
           77 probation-file-status  pic xx.
           77 guardian-master-status pic xx.
           77 household-file-status  pic xx.
           77 paper-file-status      pic xx.
           77 customer-master-status pic xx.

      *> off unless the site parameter asks for household packets;
      *> with no household register there is nothing to group.
           77 group-households pic x value "N".
               88 households-grouped value "Y".

           77 sort-eof pic x value "N".
           77 last-household-id pic x(05) value spaces.
           77 packets-printed pic 9(04) value zero.

      *> set at a confirmed household's first entry and cleared when
      *> its cover goes out ahead of the first letter actually sent.
           77 cover-pending pic x value "N".
               88 cover-is-pending value "Y".

           77 guardian-master-available pic x value "N".
               88 guardian-master-is-available value "Y".
           77 customer-master-available pic x value "N".
               88 customer-master-is-available value "Y".

           77 end-of-roll pic x.
           77 end-of-paper pic x.

      *> mirror of the grading run's roll-detail layout; the TOTAL
      *> trailer lines and the ECOLE heading over each school's
      *> section carry no student-id and are passed over.
           01 parsed-roll.
               05 filler            pic x.
               05 rl-class-code     pic x(05).
                   88 rl-not-a-student value "TOTAL" "ECOLE".
               05 filler            pic x.
               05 rl-term-code      pic x(04).
               05 filler            pic x.
           77 letter-kind pic x.
               88 honor-letter     value "H".
               88 probation-letter value "P".
               88 notice-letter    value "N".

           77 letters-printed   pic 9(04) value zero.
           77 notices-printed   pic 9(04) value zero.
           77 guardians-missing pic 9(04) value zero.

           77 guardian-found pic x.

           copy consentfields.
           77 letters-withheld pic 9(04) value zero.

           01 merge-name-detail.
               05 filler            pic x(02) value space.
               05 mn-text           pic x(30).
               move "Y" to guardian-master-available
           end-if.

           perform read-household-param.

           open output letters-file.

           if households-grouped
               sort sort-file
                   on ascending key sr-household-id
                                    sr-student-id
                                    sr-letter-kind
                   input procedure is release-roll-entries
                   output procedure is generate-household-letters
               close household-file
           else
               perform generate-honor-letters
               perform generate-probation-letters
           end-if.

           perform generate-notice-letters.

           close letters-file.

           end-if.

           display "letters generated: " letters-printed.
           if households-grouped
               display "household packets: " packets-printed
           end-if.
           if notices-printed > zero
               display "undelivered notifications printed: "
                   notices-printed
           end-if.
           if letters-withheld > zero
               display "honor letters withheld on consent: "
                   letters-withheld
           end-if.

           if guardians-missing > zero
               display "students with no guardian record: "
               close lang-file
           end-if.

       read-household-param.

           move "HOUSEHOLD-PACKETS" to pm-name.
           call "getparam" using pm-name pm-value pm-found.
           if pm-found = "Y" and pm-value > zero
               open input household-file
               if household-file-status = "00"
                   move "Y" to group-households
               end-if
           end-if.

       generate-honor-letters.

           move "H" to letter-kind.
               close probation-file
           end-if.

      *> both lists go to the sort, each line tagged with its letter
      *> kind and its household -- the student's own id when the
      *> office has filed the student under no household.
       release-roll-entries.

           move "N" to end-of-roll.
           open input honor-roll-file.
           if honor-roll-status = "00"
               perform until end-of-roll = "Y"
                   read honor-roll-file
                       at end move "Y" to end-of-roll
                       not at end
                           move honor-roll-line to parsed-roll
                           move "H" to sr-letter-kind
                           perform release-one-entry
                   end-read
               end-perform
               close honor-roll-file
           end-if.

           move "N" to end-of-roll.
           open input probation-file.
           if probation-file-status = "00"
               perform until end-of-roll = "Y"
                   read probation-file
                       at end move "Y" to end-of-roll
                       not at end
                           move probation-line to parsed-roll
                           move "P" to sr-letter-kind
                           perform release-one-entry
                   end-read
               end-perform
               close probation-file
           end-if.

       release-one-entry.

           if not rl-not-a-student
               move rl-student-id to sr-student-id
               move rl-student-id to sr-household-id
               move rl-student-id to hh-student-id
               read household-file
                   invalid key continue
                   not invalid key
                       move hh-household-id to sr-household-id
               end-read
               move parsed-roll to sr-roll-line
               release sort-record
           end-if.

       generate-household-letters.

           perform return-one-entry
               until sort-eof = "Y".

      *> a household break on a confirmed household arms the cover;
      *> a student in no household (keyed by its own id and absent
      *> from the register) gets letters as before.
       return-one-entry.

           return sort-file
               at end move "Y" to sort-eof
               not at end
                   if sr-household-id not = last-household-id
                       move sr-household-id to last-household-id
                       move "N" to cover-pending
                       move sr-student-id to hh-student-id
                       read household-file
                           invalid key continue
                           not invalid key move "Y" to cover-pending
                       end-read
                   end-if
                   move sr-roll-line to parsed-roll
                   move sr-letter-kind to letter-kind
                   perform write-one-letter
           end-return.

      *> the TOTAL trailer's label lands across the class-code
      *> columns (and its count can reach into the student-id
      *> ones), so the label is what marks it, as it does the
      *> school heading; every other line is a student who gets a
      *> letter.
       write-one-letter.

           if rl-not-a-student
               continue
           else
               move "Y" to cf-allowed
               if honor-letter
                   move rl-student-id to cf-student-id
                   move "H" to cf-use
                   move "letters" to cf-program
                   call "consentchk" using cf-student-id cf-use
                       cf-program cf-allowed
               end-if
               if cf-allowed = "N"
                   add 1 to letters-withheld
               else
                   add 1 to letters-printed
                   perform find-guardian
                   if cover-is-pending
                       perform print-packet-cover
                   end-if
                   perform print-letter-page
               end-if
           end-if.

       find-guardian.
           move spaces to letters-line.
           write letters-line.

           perform print-guardian-address.

           move spaces to letters-line.
           write letters-line.
           move spaces to letters-line.
           write letters-line.

       print-guardian-address.

           if guardian-found = "Y"
               move gd-guardian-name to letters-line
               write letters-line
               move gd-addr-line-1 to letters-line
               write letters-line
               if gd-addr-line-2 not = spaces
                   move gd-addr-line-2 to letters-line
                   write letters-line
               end-if
               move spaces to letters-line
               string gd-postal-code delimited by size
                      " " delimited by size
                      gd-city delimited by size
                      into letters-line
               write letters-line
           else
               move "*** ADRESSE A COMPLETER ***" to letters-line
               write letters-line
           end-if.

      *> one cover per household packet, addressed from the guardian
      *> record of the first student in it who has a letter.
       print-packet-cover.

           move "N" to cover-pending.
           add 1 to packets-printed.

           move all "=" to letters-line.
           write letters-line.

           move "COLLEGE SAINT-MICHEL" to letters-line.
           write letters-line.

           if lang-is-french
               move "PLI FAMILLE" to letters-line
           else
               move "FAMILY PACKET" to letters-line
           end-if.
           write letters-line.

           move spaces to letters-line.
           write letters-line.

           perform print-guardian-address.

           move spaces to letters-line.
           write letters-line.

      *> the board's agreed wording for each letter, verbatim.
       print-honor-text.

                   to letters-line
               write letters-line
           end-if.

      *> undelivered notification messages, each on a page of its
      *> own; a customer with no ship-to record counts with the
      *> families missing a guardian record.
       generate-notice-letters.

           move "N" to letter-kind.
           move "N" to end-of-paper.

           open input paper-file.
           if paper-file-status = "00"
               open input customer-master-file
               if customer-master-status = "00"
                   move "Y" to customer-master-available
               end-if
               perform until end-of-paper = "Y"
                   read paper-file
                       at end move "Y" to end-of-paper
                       not at end perform write-one-notice
                   end-read
               end-perform
               if customer-master-is-available
                   close customer-master-file
               end-if
               close paper-file
           end-if.

       write-one-notice.

           add 1 to letters-printed.
           add 1 to notices-printed.

           move all "-" to letters-line.
           write letters-line.

           move "COLLEGE SAINT-MICHEL" to letters-line.
           write letters-line.

           move spaces to letters-line.
           write letters-line.

           if pp-recipient-kind = "C"
               perform print-customer-address
           else
               move pp-recipient-id to rl-student-id
               perform find-guardian
               perform print-guardian-address
           end-if.

           move spaces to letters-line.
           write letters-line.

           if lang-is-french
               move "Madame, Monsieur," to letters-line
           else
               move "Dear Sir or Madam," to letters-line
           end-if.
           write letters-line.

           move spaces to letters-line.
           write letters-line.

           if lang-is-french
               move "  Le message suivant n'a pu vous etre transmis"
                   to letters-line
               write letters-line
               move "  par voie electronique:" to letters-line
               write letters-line
           else
               move "  The following message could not be delivered"
                   to letters-line
               write letters-line
               move "  to you electronically:" to letters-line
               write letters-line
           end-if.

           move spaces to letters-line.
           write letters-line.

           move pp-text to letters-line.
           write letters-line.

           move spaces to letters-line.
           write letters-line.

           if lang-is-french
               move "  LE SECRETARIAT: ________________"
                   to letters-line
           else
               move "  THE OFFICE: ________________"
                   to letters-line
           end-if.
           write letters-line.

           move spaces to letters-line.
           write letters-line.

       print-customer-address.

           move "N" to guardian-found.

           if customer-master-is-available
               move pp-recipient-id to cu-customer-code
               read customer-master-file
                   invalid key continue
                   not invalid key move "Y" to guardian-found
               end-read
           end-if.

           if guardian-found = "Y"
               move cu-name to letters-line
               write letters-line
               move cu-addr-line-1 to letters-line
               write letters-line
               if cu-addr-line-2 not = spaces
                   move cu-addr-line-2 to letters-line
                   write letters-line
               end-if
               move spaces to letters-line
               string cu-postal-code delimited by size
                      " " delimited by size
                      cu-city delimited by size
                      into letters-line
               write letters-line
           else
               add 1 to guardians-missing
               move "*** ADRESSE A COMPLETER ***" to letters-line
               write letters-line
           end-if.
