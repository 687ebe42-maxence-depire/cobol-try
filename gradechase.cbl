      *> grade-submission chase list for the principal's office: which
      *> teacher has not yet turned in which class/subject before the
      *> next conseil de classe. every section on the teacher
      *> assignment master is measured against its class roster on
      *> the student master -- an option subject against the students
      *> confirmed into its group -- counting the notes that have
      *> landed on STUDENTS.DAT or are waiting on the GRADE-ENTRY.DAT
      *> staging file for the council's term. outstanding sections
      *> print in one block per teacher, headed by the council date
      *> and the school days left before it -- or the days it is
      *> overdue.
      *> meant to be run daily through the fortnight before council.
       identification division.
       program-id. gradechase.

       environment division.
       input-output section.
       file-control.
           select teacher-master-file assign to "TEACHER-MASTER.DAT"
               organization indexed
               access mode is dynamic
               record key is tm-assign-key
               file status is teacher-master-status.

           select student-master-file assign to "STUDENT-MASTER.DAT"
               organization indexed
               access mode is dynamic
               record key is sm-student-id
               file status is student-master-status.

           select students-file assign to "STUDENTS.DAT"
               organization line sequential
               file status is students-file-status.

           select grade-entry-file assign to "GRADE-ENTRY.DAT"
               organization indexed
               access mode is dynamic
               record key is ge-entry-key
               file status is grade-entry-status.

           select option-group-file assign to "OPTION-GROUPS.DAT"
               organization indexed
               access mode is dynamic
               record key is og-subject-id
               file status is option-group-status.

           select option-enrol-file assign to "OPTION-ENROL.DAT"
               organization indexed
               access mode is dynamic
               record key is oe-enrol-key
               file status is option-enrol-status.

           select calendar-file assign to "SCHOOL-CALENDAR.DAT"
               organization line sequential
               file status is calendar-file-status.

           select chase-file assign to "GRADE-CHASE.DAT"
               organization line sequential.

           select run-date-file assign to "RUN-DATE.DAT"
               organization line sequential
               file status is run-date-status.

       data division.
       file section.
       fd  teacher-master-file.
           copy teachmast.

       fd  student-master-file.
           copy studmast.

       fd  students-file.
       01  students-record.
           copy studrec.

       fd  grade-entry-file.
           copy gradestage.

       fd  option-group-file.
           copy optgroup.

       fd  option-enrol-file.
           copy enrolopt.

       fd  calendar-file.
       01  calendar-record.
           05 cr-record-type pic x(01).
               88 cr-is-council value "C".
           05 cr-term-code   pic x(04).
           05 cr-date-from   pic x(08).
           05 cr-date-to     pic x(08).
           05 cr-description pic x(20).

       fd  chase-file.
       01  chase-line pic x(80).

       fd  run-date-file.
       01  run-date-record.
           05 rdc-business-date pic x(08).

       working-storage section.

      *> the business date the days are counted from. no control
      *> card means today.
           77 run-date-status pic xx.
           77 business-date   pic x(08).

           copy runlogfields.

           copy calfields.

           77 teacher-master-status pic xx.
           77 student-master-status pic xx.
           77 students-file-status  pic xx.
           77 grade-entry-status    pic xx.
           77 calendar-file-status  pic xx.
           77 option-group-status   pic xx.
           77 option-enrol-status   pic xx.

           77 end-of-file pic x value "N".
               88 at-end-of-file value "Y".

      *> the council being chased: the first council date on or
      *> after the business date, or failing that the last one
      *> before it -- a council already past is chased as overdue.
           77 next-council-date pic x(08) value high-values.
           77 next-council-term pic x(04) value spaces.
           77 last-council-date pic x(08) value low-values.
           77 last-council-term pic x(04) value spaces.
           77 council-date pic x(08).
           77 council-term pic x(04).

           77 days-left pic 9(05) value zero.
           77 council-overdue pic x value "N".
               88 council-is-overdue value "Y".

      *> enrolled students per class from the student master: what
      *> a complete section is expected to hold.
           77 class-count pic 9(03) value zero.
           77 class-idx   pic 9(03).
           77 class-slot  pic 9(03).

           01 class-table.
               05 class-entry occurs 100 times.
                   10 ct-class-code pic x(05).
                   10 ct-enrolled   pic 9(04).

      *> one row per section on the teacher master, with what has
      *> landed for the council's term. a note still on the staging
      *> file is counted there and not again off its graded row, so
      *> the two counts add up to what has landed.
           77 section-count pic 9(03) value zero.
           77 section-idx   pic 9(03).
           77 section-slot  pic 9(03).
           77 find-class-code pic x(05).
           77 find-subject-id pic x(05).
           77 note-is-staged  pic x(01).
           77 sections-dropped pic 9(03) value zero.

           01 section-table.
               05 section-entry occurs 300 times.
                   10 se-class-code   pic x(05).
                   10 se-subject-id   pic x(05).
                   10 se-teacher-id   pic x(05).
                   10 se-teacher-name pic x(20).
                   10 se-graded       pic 9(04).
                   10 se-staged       pic 9(04).
                   10 se-landed       pic 9(04).
                   10 se-expected     pic 9(04).
      *> an option subject is sat only by the students confirmed into
      *> its group, so that is what its section is expected to hold.
                   10 se-option-subject pic x(01).
                   10 se-confirmed    pic 9(04).
                   10 se-chased       pic x(01).

      *> the distinct teachers with something outstanding, in
      *> first-seen order; the list prints one block per teacher.
           77 teacher-count pic 9(02) value zero.
           77 teacher-idx   pic 9(02).
           77 teacher-slot  pic 9(02).

           01 teacher-list.
               05 teacher-list-entry occurs 60 times.
                   10 tlx-teacher-id   pic x(05).
                   10 tlx-teacher-name pic x(20).

           77 records-read      pic 9(06) value zero.
           77 sections-chased   pic 9(03) value zero.

           01 chase-heading.
               05 filler            pic x(15) value " RELANCE NOTES ".
               05 filler            pic x(06) value "TERME ".
               05 ch-term-code      pic x(04).
               05 filler            pic x(10) value "  CONSEIL ".
               05 ch-council-date   pic x(08).
               05 filler            pic x(02) value space.
               05 ch-days-label     pic x(10).
               05 ch-days           pic zzzz9.
               05 filler            pic x(06) value " JOURS".

           01 teacher-heading.
               05 filler            pic x(11) value " PROFESSEUR".
               05 filler            pic x     value space.
               05 th-teacher-id     pic x(05).
               05 filler            pic x(02) value space.
               05 th-teacher-name   pic x(20).

           01 chase-detail.
               05 filler            pic x(02) value space.
               05 cs-class-code     pic x(05).
               05 filler            pic x     value space.
               05 cs-subject-id     pic x(05).
               05 filler            pic x(02) value space.
               05 filler            pic x(08) value "ATTENDU ".
               05 cs-expected       pic zzz9.
               05 filler            pic x(02) value space.
               05 filler            pic x(05) value "RECU ".
               05 cs-landed         pic zzz9.
               05 filler            pic x(02) value space.
               05 filler            pic x(07) value "MANQUE ".
               05 cs-missing        pic zzz9.
               05 filler            pic x(02) value space.
               05 cs-flag           pic x(12).

       procedure division.

           perform write-runlog-start.

           perform read-business-date.

           perform find-council.

           if council-term = spaces
               display "error: no council date on SCHOOL-CALENDAR.DAT"
      *> non-zero so a calling job step can detect the missing file.
               move 8 to return-code
               perform write-runlog-end
               goback
           end-if.

           open input teacher-master-file.
           if teacher-master-status not = "00"
               display "error: cannot open TEACHER-MASTER.DAT"
               move 8 to return-code
               perform write-runlog-end
               goback
           end-if.

           perform load-sections.
           close teacher-master-file.

           perform load-class-rosters.
           perform count-option-enrolment.
           perform count-graded-notes.
           perform count-staged-notes.

           perform count-days-to-council.

           perform varying section-idx from 1 by 1
                   until section-idx > section-count
               perform finish-one-section
           end-perform.

           perform write-chase-list.

           display "council term:      " council-term.
           display "council date:      " council-date.
           display "sections chased:   " sections-chased.

           if sections-dropped > zero
               display "error: " sections-dropped
                   " sections past the 300-entry table,"
                   " chase list is incomplete"
               move 8 to return-code
           else
      *> an outstanding section past its council is what the office
      *> needs flagged, not a chase list that is merely non-empty.
               if council-is-overdue and sections-chased > zero
                   move 4 to return-code
               end-if
           end-if.

           perform write-runlog-end.
       goback.

       write-runlog-start.

           move "gradechase" to rl-program-name.
           move "START" to rl-event.
           move zero to rl-records-read.
           move zero to rl-records-written.
           move zero to rl-return-code.
           call "runlog" using rl-program-name rl-event
               rl-records-read rl-records-written rl-return-code.

       write-runlog-end.

           move "gradechase" to rl-program-name.
           move "END" to rl-event.
           move records-read to rl-records-read.
           move sections-chased to rl-records-written.
           move return-code to rl-return-code.
           call "runlog" using rl-program-name rl-event
               rl-records-read rl-records-written rl-return-code.

       read-business-date.

           move function current-date(1:8) to business-date.

           open input run-date-file.
           if run-date-status = "00"
               read run-date-file
                   not at end
                       if rdc-business-date is numeric
                           move rdc-business-date to business-date
                       end-if
               end-read
               close run-date-file
           end-if.

      *> council rows without a term code cannot be matched to any
      *> section's notes and are passed over.
       find-council.

           move "N" to end-of-file.
           open input calendar-file.
           if calendar-file-status = "00"
               perform until at-end-of-file
                   read calendar-file
                       at end move "Y" to end-of-file
                       not at end
                           if cr-is-council
                                   and cr-term-code not = spaces
                               perform note-council-row
                           end-if
                   end-read
               end-perform
               close calendar-file
           end-if.

           if next-council-term not = spaces
               move next-council-date to council-date
               move next-council-term to council-term
           else
               move last-council-date to council-date
               move last-council-term to council-term
           end-if.

       note-council-row.

           if cr-date-from >= business-date
               if cr-date-from < next-council-date
                   move cr-date-from to next-council-date
                   move cr-term-code to next-council-term
               end-if
           else
               if cr-date-from > last-council-date
                   move cr-date-from to last-council-date
                   move cr-term-code to last-council-term
               end-if
           end-if.

       load-sections.

           move low-values to tm-assign-key.
           start teacher-master-file
                   key is not less than tm-assign-key
               invalid key move "Y" to end-of-file
               not invalid key move "N" to end-of-file
           end-start.

           perform until at-end-of-file
               read teacher-master-file next record
                   at end move "Y" to end-of-file
                   not at end perform note-one-section
               end-read
           end-perform.

       note-one-section.

           if section-count >= 300
               add 1 to sections-dropped
           else
               add 1 to section-count
               move tm-class-code   to se-class-code(section-count)
               move tm-subject-id   to se-subject-id(section-count)
               move tm-teacher-id   to se-teacher-id(section-count)
               move tm-teacher-name to se-teacher-name(section-count)
               move zero to se-graded(section-count)
               move zero to se-staged(section-count)
               move zero to se-landed(section-count)
               move zero to se-expected(section-count)
               move "N" to se-option-subject(section-count)
               move zero to se-confirmed(section-count)
               move "N" to se-chased(section-count)
           end-if.

      *> the master is optional: without it no section has an
      *> expected count, and only a section with nothing in at all
      *> is chased.
       load-class-rosters.

           open input student-master-file.
           if student-master-status = "00"
               move "N" to end-of-file
               perform until at-end-of-file
                   read student-master-file next record
                       at end move "Y" to end-of-file
                       not at end
                           if sm-is-enrolled
                               perform note-class-member
                           end-if
                   end-read
               end-perform
               close student-master-file
           end-if.

       note-class-member.

           move zero to class-slot.
           perform varying class-idx from 1 by 1
                   until class-idx > class-count or class-slot > zero
               if ct-class-code(class-idx) = sm-class-code
                   move class-idx to class-slot
               end-if
           end-perform.

           if class-slot = zero and class-count < 100
               add 1 to class-count
               move class-count to class-slot
               move sm-class-code to ct-class-code(class-slot)
               move zero to ct-enrolled(class-slot)
           end-if.

           if class-slot > zero
               add 1 to ct-enrolled(class-slot)
           end-if.

      *> both option files are optional, as on the grading run: no
      *> option master expects every subject of the whole class, no
      *> enrolment file nobody in an option group. a confirmed choice
      *> counts in the class its student is enrolled in now.
       count-option-enrolment.

           open input option-group-file.
           if option-group-status = "00"
               perform varying section-idx from 1 by 1
                       until section-idx > section-count
                   move se-subject-id(section-idx) to og-subject-id
                   read option-group-file
                       invalid key continue
                       not invalid key
                           move "Y" to se-option-subject(section-idx)
                   end-read
               end-perform
               close option-group-file
               open input option-enrol-file
               if option-enrol-status = "00"
                   perform count-confirmed-choices
                   close option-enrol-file
               end-if
           end-if.

       count-confirmed-choices.

           open input student-master-file.
           if student-master-status = "00"
               move "N" to end-of-file
               perform until at-end-of-file
                   read option-enrol-file next record
                       at end move "Y" to end-of-file
                       not at end
                           if oe-is-confirmed
                                   and oe-term-code = council-term
                               perform note-confirmed-choice
                           end-if
                   end-read
               end-perform
               close student-master-file
           end-if.

       note-confirmed-choice.

           move oe-student-id to sm-student-id.
           read student-master-file
               invalid key continue
               not invalid key
                   if sm-is-enrolled
                       move sm-class-code to find-class-code
                       move oe-subject-id to find-subject-id
                       perform find-section-slot
                       if section-slot > zero
                           add 1 to se-confirmed(section-slot)
                       end-if
                   end-if
           end-read.

      *> a mid-term leaver's row does not count as a note turned in,
      *> and a row whose note is still staged is left to the staged
      *> count.
       count-graded-notes.

           open input grade-entry-file.
           open input students-file.
           if students-file-status = "00"
               move "N" to end-of-file
               perform until at-end-of-file
                   read students-file
                       at end move "Y" to end-of-file
                       not at end
                           add 1 to records-read
                           if term-code = council-term
                                   and student-is-active
                               perform count-one-graded-row
                           end-if
                   end-read
               end-perform
               close students-file
           end-if.
           if grade-entry-status = "00"
               close grade-entry-file
           end-if.

       count-one-graded-row.

           move "N" to note-is-staged.
           if grade-entry-status = "00"
               move student-id to ge-student-id
               move class-code to ge-class-code
               move term-code  to ge-term-code
               move subject-id to ge-subject-id
               read grade-entry-file
                   invalid key continue
                   not invalid key
                       if ge-student-status = space or "A"
                           move "Y" to note-is-staged
                       end-if
               end-read
           end-if.

           if note-is-staged = "N"
               move class-code to find-class-code
               move subject-id to find-subject-id
               perform find-section-slot
               if section-slot > zero
                   add 1 to se-graded(section-slot)
               end-if
           end-if.

       count-staged-notes.

           open input grade-entry-file.
           if grade-entry-status = "00"
               move "N" to end-of-file
               perform until at-end-of-file
                   read grade-entry-file next record
                       at end move "Y" to end-of-file
                       not at end
                           add 1 to records-read
                           if ge-term-code = council-term
                                   and (ge-student-status = space
                                       or ge-student-status = "A")
                               move ge-class-code to find-class-code
                               move ge-subject-id to find-subject-id
                               perform find-section-slot
                               if section-slot > zero
                                   add 1 to se-staged(section-slot)
                               end-if
                           end-if
                   end-read
               end-perform
               close grade-entry-file
           end-if.

       find-section-slot.

           move zero to section-slot.
           perform varying section-idx from 1 by 1
                   until section-idx > section-count
                       or section-slot > zero
               if se-class-code(section-idx) = find-class-code
                       and se-subject-id(section-idx) = find-subject-id
                   move section-idx to section-slot
               end-if
           end-perform.

      *> school days, through the calendar subprogram, so a holiday
      *> week does not pass for time to catch up.
       count-days-to-council.

           move "D" to cd-action.
           move spaces to cd-term-code.
           if council-date >= business-date
               move business-date to cd-date-from
               move council-date  to cd-date-to
           else
               move "Y" to council-overdue
               move council-date  to cd-date-from
               move business-date to cd-date-to
           end-if.
           call "caldate" using cd-action cd-date-from
               cd-date-to cd-term-code cd-day-count cd-result.
           move cd-day-count to days-left.

       finish-one-section.

           add se-graded(section-idx) se-staged(section-idx)
               giving se-landed(section-idx).

           move zero to class-slot.
           perform varying class-idx from 1 by 1
                   until class-idx > class-count or class-slot > zero
               if ct-class-code(class-idx) = se-class-code(section-idx)
                   move class-idx to class-slot
               end-if
           end-perform.
           if se-option-subject(section-idx) = "Y"
               move se-confirmed(section-idx)
                   to se-expected(section-idx)
           else
               if class-slot > zero
                   move ct-enrolled(class-slot)
                       to se-expected(section-idx)
               end-if
           end-if.

      *> an option nobody was confirmed into has nothing to chase.
           if se-landed(section-idx) < se-expected(section-idx)
               move "Y" to se-chased(section-idx)
           end-if.
           if se-landed(section-idx) = zero
                   and se-option-subject(section-idx) not = "Y"
               move "Y" to se-chased(section-idx)
           end-if.

           if se-chased(section-idx) = "Y"
               add 1 to sections-chased
               perform note-teacher
           end-if.

       note-teacher.

           move zero to teacher-slot.
           perform varying teacher-idx from 1 by 1
                   until teacher-idx > teacher-count
                       or teacher-slot > zero
               if tlx-teacher-id(teacher-idx)
                       = se-teacher-id(section-idx)
                   move teacher-idx to teacher-slot
               end-if
           end-perform.

           if teacher-slot = zero and teacher-count < 60
               add 1 to teacher-count
               move se-teacher-id(section-idx)
                   to tlx-teacher-id(teacher-count)
               move se-teacher-name(section-idx)
                   to tlx-teacher-name(teacher-count)
           end-if.

       write-chase-list.

           open output chase-file.

           move council-term to ch-term-code.
           move council-date to ch-council-date.
           if council-is-overdue
               move "EN RETARD " to ch-days-label
           else
               move "RESTE     " to ch-days-label
           end-if.
           move days-left to ch-days.
           move chase-heading to chase-line.
           write chase-line.
           move spaces to chase-line.
           write chase-line.

           perform varying teacher-idx from 1 by 1
                   until teacher-idx > teacher-count
               perform write-one-teacher-block
           end-perform.

           if teacher-count = zero
               move " TOUTES LES NOTES SONT RENDUES" to chase-line
               write chase-line
           end-if.

           close chase-file.

       write-one-teacher-block.

           move tlx-teacher-id(teacher-idx)   to th-teacher-id.
           move tlx-teacher-name(teacher-idx) to th-teacher-name.
           move teacher-heading to chase-line.
           write chase-line.

           perform varying section-idx from 1 by 1
                   until section-idx > section-count
               if se-teacher-id(section-idx)
                       = tlx-teacher-id(teacher-idx)
                   perform write-one-section-line
               end-if
           end-perform.

           move spaces to chase-line.
           write chase-line.

       write-one-section-line.

           if se-chased(section-idx) = "Y"
               move se-class-code(section-idx) to cs-class-code
               move se-subject-id(section-idx) to cs-subject-id
               move se-expected(section-idx)   to cs-expected
               move se-landed(section-idx)     to cs-landed
               if se-landed(section-idx) < se-expected(section-idx)
                   compute cs-missing = se-expected(section-idx)
                       - se-landed(section-idx)
               else
                   move zero to cs-missing
               end-if
               if se-landed(section-idx) = zero
                   move "RIEN RECU" to cs-flag
               else
                   move "INCOMPLET" to cs-flag
               end-if
               move chase-detail to chase-line
               write chase-line
           end-if.
