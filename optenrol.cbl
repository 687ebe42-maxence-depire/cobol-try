      *> option enrolment run: hands out each option group's places
      *> per term in application order. choices already confirmed
      *> keep their place; the pending and waitlisted choices then
      *> take the places left by the time they were keyed, and the
      *> rest go on the waiting list numbered in that same order, so
      *> a place given back is taken by the head of the list at the
      *> next run. the enrolment list per group and term is printed
      *> to OPTION-ENROLMENT.DAT, headings per LANG-FLAG.DAT.
       identification division.
       program-id. optenrol.

       environment division.
       input-output section.
       file-control.
           select option-enrol-file assign to "OPTION-ENROL.DAT"
               organization indexed
               access mode is dynamic
               record key is oe-enrol-key
               file status is option-enrol-status.

           select option-group-file assign to "OPTION-GROUPS.DAT"
               organization indexed
               access mode is dynamic
               record key is og-subject-id
               file status is option-group-status.

           select student-master-file assign to "STUDENT-MASTER.DAT"
               organization indexed
               access mode is dynamic
               record key is sm-student-id
               file status is student-master-status.

           select print-file assign to "OPTION-ENROLMENT.DAT"
               organization line sequential.

           select lang-file assign to "LANG-FLAG.DAT"
               organization line sequential
               file status is lang-file-status.

           select sort-file assign to "OPTENROL.TMP".

       data division.
       file section.
       fd  option-enrol-file.
           copy enrolopt.

       fd  option-group-file.
           copy optgroup.

       fd  student-master-file.
           copy studmast.

       fd  print-file.
       01  print-line pic x(66).

       fd  lang-file.
       01  lang-record pic x(01).

       sd  sort-file.
       01  sort-record.
           05 sk-subject-id     pic x(05).
           05 sk-term-code      pic x(04).
      *> confirmed places sort ahead of everything still waiting.
           05 sk-rank           pic 9(01).
           05 sk-applied-stamp  pic x(14).
           05 sk-student-id     pic x(05).

       working-storage section.

           copy runlogfields.

           copy langflag.
           77 lang-file-status pic xx.

           77 option-enrol-status   pic xx.
           77 option-group-status   pic xx.
           77 student-master-status pic xx.

           77 student-master-available pic x value "N".
               88 student-master-is-available value "Y".

           77 end-of-choices pic x.
           77 sort-eof pic x.

           77 current-subject-id pic x(05) value spaces.
           77 current-term-code  pic x(04) value spaces.

           77 group-known pic x.
               88 group-is-known value "Y".
           77 group-capacity  pic 9(03).
           77 places-taken    pic 9(03).
           77 waitlist-count  pic 9(03).

           77 choices-read       pic 9(05) value zero.
           77 choices-confirmed  pic 9(05) value zero.
           77 choices-waitlisted pic 9(05) value zero.
           77 choices-updated    pic 9(05) value zero.
           77 groups-over        pic 9(04) value zero.
           77 groups-unknown     pic 9(04) value zero.

           01 group-title.
               05 filler            pic x(02) value space.
               05 gt-label          pic x(08).
               05 gt-subject-id     pic x(05).
               05 filler            pic x(02) value space.
               05 gt-description    pic x(20).
               05 filler            pic x(02) value space.
               05 gt-term-label     pic x(08).
               05 gt-term-code      pic x(04).

           01 choice-detail.
               05 filler            pic x(02) value space.
               05 cd-student-id     pic x(05).
               05 filler            pic x(02) value space.
               05 cd-student-name   pic x(20).
               05 filler            pic x(02) value space.
               05 cd-applied-stamp  pic x(14).
               05 filler            pic x(02) value space.
               05 cd-status-text    pic x(12).
               05 cd-waitlist-pos   pic zz9 blank when zero.

           01 group-footer.
               05 filler            pic x(02) value space.
               05 gf-label          pic x(12).
               05 gf-capacity       pic zz9.
               05 filler            pic x(02) value space.
               05 gf-taken-label    pic x(12).
               05 gf-taken          pic zz9.
               05 filler            pic x(02) value space.
               05 gf-wait-label     pic x(12).
               05 gf-waiting        pic zz9.

       procedure division.

           perform write-runlog-start.

           perform read-lang-flag.

           open input option-enrol-file.
           if option-enrol-status not = "00"
               display "error: cannot open OPTION-ENROL.DAT"
      *> non-zero so a calling job step can detect the missing file.
               move 8 to return-code
               perform write-runlog-end
               goback
           end-if.
           close option-enrol-file.

           open input option-group-file.
           if option-group-status not = "00"
               display "error: cannot open OPTION-GROUPS.DAT"
               move 8 to return-code
               perform write-runlog-end
               goback
           end-if.

           open input student-master-file.
           if student-master-status = "00"
               move "Y" to student-master-available
           end-if.

           open output print-file.

           sort sort-file
               on ascending key sk-subject-id
                                sk-term-code
                                sk-rank
                                sk-applied-stamp
                                sk-student-id
               input procedure is release-choices
               output procedure is allocate-places.

           close print-file.
           close option-group-file.

           if student-master-is-available
               close student-master-file
           end-if.

           display "option choices read:      " choices-read.
           display "choices confirmed:        " choices-confirmed.
           display "choices waitlisted:       " choices-waitlisted.
           display "choices updated:          " choices-updated.
           display "groups over their places: " groups-over.
           display "groups not on the master: " groups-unknown.

           if groups-over > zero or groups-unknown > zero
      *> warning only: every group that could be allocated was.
               move 4 to return-code
           end-if.

           perform write-runlog-end.
       goback.

       write-runlog-start.

           move "optenrol" to rl-program-name.
           move "START" to rl-event.
           move zero to rl-records-read.
           move zero to rl-records-written.
           move zero to rl-return-code.
           call "runlog" using rl-program-name rl-event
               rl-records-read rl-records-written rl-return-code.

       write-runlog-end.

           move "optenrol" to rl-program-name.
           move "END" to rl-event.
           move choices-read to rl-records-read.
           move choices-updated to rl-records-written.
           move return-code to rl-return-code.
           call "runlog" using rl-program-name rl-event
               rl-records-read rl-records-written rl-return-code.

       read-lang-flag.

           open input lang-file.
           if lang-file-status = "00"
               read lang-file
                   not at end move lang-record to lang-flag
               end-read
               close lang-file
           end-if.

       release-choices.

           move "N" to end-of-choices.
           open input option-enrol-file.

           perform until end-of-choices = "Y"
               read option-enrol-file next record
                   at end move "Y" to end-of-choices
                   not at end perform release-one-choice
               end-read
           end-perform.

           close option-enrol-file.

       release-one-choice.

           add 1 to choices-read.

           move oe-subject-id to sk-subject-id.
           move oe-term-code to sk-term-code.
           if oe-is-confirmed
               move 1 to sk-rank
           else
               move 2 to sk-rank
           end-if.
           move oe-applied-stamp to sk-applied-stamp.
           move oe-student-id to sk-student-id.

           release sort-record.

      *> the file is rewritten under the sort, choice by choice, as
      *> each one's place is settled.
       allocate-places.

           open i-o option-enrol-file.

           move "N" to sort-eof.
           perform return-one-choice
               until sort-eof = "Y".

           if current-subject-id not = spaces
               perform print-group-footer
           end-if.

           close option-enrol-file.

       return-one-choice.

           return sort-file
               at end move "Y" to sort-eof
               not at end
                   if sk-subject-id not = current-subject-id
                           or sk-term-code not = current-term-code
                       if current-subject-id not = spaces
                           perform print-group-footer
                       end-if
                       perform start-new-group
                   end-if
                   perform settle-one-choice
           end-return.

       start-new-group.

           move sk-subject-id to current-subject-id.
           move sk-term-code to current-term-code.
           move zero to places-taken.
           move zero to waitlist-count.
           move zero to group-capacity.

           move "N" to group-known.
           move spaces to og-description.
           move sk-subject-id to og-subject-id.
           read option-group-file
               invalid key
                   add 1 to groups-unknown
                   display "option group not on the master: "
                       sk-subject-id " " sk-term-code
               not invalid key
                   move "Y" to group-known
                   move og-capacity to group-capacity
           end-read.

           perform print-group-heading.

      *> a confirmed place is kept even past a lowered capacity --
      *> the group is reported over instead of a student being
      *> unseated by a master change.
       settle-one-choice.

           move sk-student-id to oe-student-id.
           move sk-term-code to oe-term-code.
           move sk-subject-id to oe-subject-id.
           read option-enrol-file
               invalid key
                   display "error: choice vanished "
                       sk-student-id " " sk-term-code " "
                       sk-subject-id
               not invalid key
                   perform settle-choice-status
           end-read.

       settle-choice-status.

           evaluate true
               when not group-is-known
                   continue
               when oe-is-confirmed
                   add 1 to places-taken
                   add 1 to choices-confirmed
                   if places-taken = group-capacity + 1
                       add 1 to groups-over
                       display "option group over its places: "
                           sk-subject-id " " sk-term-code
                   end-if
               when places-taken < group-capacity
                   add 1 to places-taken
                   add 1 to choices-confirmed
                   move "C" to oe-status
                   move zero to oe-waitlist-pos
                   perform rewrite-choice
               when other
                   add 1 to waitlist-count
                   add 1 to choices-waitlisted
                   if not oe-is-waitlisted
                           or oe-waitlist-pos not = waitlist-count
                       move "W" to oe-status
                       move waitlist-count to oe-waitlist-pos
                       perform rewrite-choice
                   end-if
           end-evaluate.

           perform print-choice-line.

       rewrite-choice.

           move "optenrol" to oe-changed-by.
           move function current-date(1:8) to oe-changed-date.
           rewrite option-enrol-record
               invalid key
                   display "error: rewrite failed " oe-student-id
           end-rewrite.
           add 1 to choices-updated.

       print-group-heading.

           move all "-" to print-line.
           write print-line.

           move "COLLEGE SAINT-MICHEL" to print-line.
           write print-line.

           if lang-is-french
               move "INSCRIPTIONS AUX OPTIONS" to print-line
               move "OPTION" to gt-label
               move "TRIM." to gt-term-label
           else
               move "OPTION ENROLMENT" to print-line
               move "OPTION" to gt-label
               move "TERM" to gt-term-label
           end-if.
           write print-line.

           move spaces to print-line.
           write print-line.

           move current-subject-id to gt-subject-id.
           move og-description to gt-description.
           move current-term-code to gt-term-code.
           move group-title to print-line.
           write print-line.

           move spaces to print-line.
           write print-line.

       print-choice-line.

           move oe-student-id to cd-student-id.
           move oe-applied-stamp to cd-applied-stamp.
           move zero to cd-waitlist-pos.

           move spaces to cd-student-name.
           if student-master-is-available
               move oe-student-id to sm-student-id
               read student-master-file
                   invalid key continue
                   not invalid key
                       move sm-student-name to cd-student-name
               end-read
           end-if.

           evaluate true
               when not group-is-known
                   if lang-is-french
                       move "SANS GROUPE" to cd-status-text
                   else
                       move "NO GROUP" to cd-status-text
                   end-if
               when oe-is-confirmed
                   if lang-is-french
                       move "CONFIRME" to cd-status-text
                   else
                       move "CONFIRMED" to cd-status-text
                   end-if
               when other
                   if lang-is-french
                       move "ATTENTE" to cd-status-text
                   else
                       move "WAITLIST" to cd-status-text
                   end-if
                   move oe-waitlist-pos to cd-waitlist-pos
           end-evaluate.

           move choice-detail to print-line.
           write print-line.

       print-group-footer.

           if lang-is-french
               move "PLACES" to gf-label
               move "CONFIRMES" to gf-taken-label
               move "EN ATTENTE" to gf-wait-label
           else
               move "PLACES" to gf-label
               move "CONFIRMED" to gf-taken-label
               move "WAITLISTED" to gf-wait-label
           end-if.
           move group-capacity to gf-capacity.
           move places-taken to gf-taken.
           move waitlist-count to gf-waiting.

           move spaces to print-line.
           write print-line.
           move group-footer to print-line.
           write print-line.
           move spaces to print-line.
           write print-line.
