               organization line sequential
               file status is calendar-file-status.

           select coef-master-file assign to "COEF-MASTER.DAT"
               organization indexed
               access mode is dynamic
               record key is cf-coef-key
               file status is coef-master-status.

           select run-date-file assign to "RUN-DATE.DAT"
               organization line sequential
               file status is run-date-status.

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

       data division.
       file section.
       fd  extract-file.
           copy studrec.

       fd  students-file.
       01  students-line pic x(28).

       fd  reject-file.
       01  reject-line pic x(62).

       fd  totals-file.
       01  totals-line pic x(40).
       fd  calendar-file.
       01  calendar-line pic x(41).

       fd  coef-master-file.
           copy coefmast.

       fd  run-date-file.
       01  run-date-record.
           05 rdc-business-date pic x(08).

       fd  option-group-file.
           copy optgroup.

       fd  option-enrol-file.
           copy enrolopt.

       working-storage section.

           77 calendar-file-status pic xx.
                   10 tk-term-code pic x(04).
                   10 tk-known     pic x(01).

      *> the coefficient master, when one exists, is the only coef a
      *> record may carry: the version in force on the business date
      *> for the record's class/subject. a class/subject the master
      *> has no version for keeps whatever the registrar keyed.
           77 coef-master-status pic xx.
           77 coef-master-available pic x value "N".
               88 coef-master-is-available value "Y".
           77 master-coef pic 9(02).

           77 run-date-status pic xx.
           77 business-date   pic x(08).

      *> an optional subject is only taken by the students confirmed
      *> into its group; with no option master on file every subject
      *> is open to every student, as before.
           77 option-group-status pic xx.
           77 option-enrol-status pic xx.
           77 options-available pic x value "N".
               88 options-are-available value "Y".
           77 enrol-file-available pic x value "N".
               88 enrol-file-is-available value "Y".
           77 option-enrolled pic x.
               88 student-is-option-enrolled value "Y".

           copy runlogfields.

           copy statfields.
      *> the distinct class codes the scale master (or the legacy
      *> SCALES.DAT when no master exists) knows about -- a record
      *> carrying any other class-code is an edit reject, not a
      *> grading-time surprise. each class keeps the school its
      *> scales were set up for, and a record must come from that
      *> school; the legacy SCALES.DAT classes are all the home
      *> school's.
           77 class-count pic 9(03) value zero.
           77 class-idx   pic 9(03).
           77 class-slot  pic 9(03).
           77 class-known pic x.
               88 class-is-known value "Y".
           77 scale-school-code pic x(02).

           01 known-class-table.
               05 known-class-entry occurs 100 times.
                   10 known-class-code   pic x(05).
                   10 known-class-school pic x(02).

      *> a school code must be on the school list; the verdicts
      *> cache per distinct code the way the term verdicts do.
           copy schoolfields.
           77 school-cache-count pic 9(02) value zero.
           77 school-cache-idx   pic 9(02).
           77 school-cache-slot  pic 9(02).

           01 school-cache-table.
               05 school-cache-entry occurs 10 times.
                   10 sk-school-code pic x(02).
                   10 sk-known       pic x(01).

      *> the booked class assignments from the rollover run, loaded
      *> whole when the file exists: a registrar row placing a
      *> adjacent-duplicate check: the extract reaches this edit in
      *> class/term/student/subject order, so a student/subject keyed
      *> twice arrives as two records in a row.
           77 prev-full-key pic x(21) value low-values.
           77 this-full-key pic x(21).

           77 reject-reason pic x(02).
           77 reject-text   pic x(30).
           77 count-wrong-class pic 9(05) value zero.
           77 count-bad-transfer pic 9(05) value zero.
           77 count-bad-term     pic 9(05) value zero.
           77 count-not-enrolled pic 9(05) value zero.
           77 count-coef-master  pic 9(05) value zero.
           77 count-wrong-school pic 9(05) value zero.
           77 count-bad-school   pic 9(05) value zero.

           01 reject-detail.
               05 filler            pic x      value space.
               05 rj-record-image   pic x(28).
               05 filler            pic x(02)  value space.
               05 rj-reason         pic x(02).
               05 filler            pic x(02)  value space.

           perform check-calendar-present.

           perform open-option-files.

           perform read-business-date.

           open input coef-master-file.
           if coef-master-status = "00"
               move "Y" to coef-master-available
           end-if.

           open input extract-file.
           if extract-file-status not = "00"
      *> the central handler says what broke in plain words, books
           close students-file.
           close reject-file.

           if options-are-available
               close option-group-file
           end-if.
           if enrol-file-is-available
               close option-enrol-file
           end-if.
           if coef-master-is-available
               close coef-master-file
           end-if.

           perform write-edit-totals.

           if records-rejected > zero
       note-class-code-from-master.

           move sc-class-code to scale-class-code.
           move sc-school-code to scale-school-code.
           perform note-one-class-code.

       note-class-code-from-scales.

           move spaces to scale-school-code.
           perform note-one-class-code.

       note-one-class-code.

           move "N" to class-known.
           perform varying class-idx from 1 by 1
                   until class-idx > class-count or class-is-known
           if not class-is-known and class-count < 100
               add 1 to class-count
               move scale-class-code to known-class-code(class-count)
               move scale-school-code
                   to known-class-school(class-count)
           end-if.

      *> the skeleton is optional -- mid-year loads run without one,
               close calendar-file
           end-if.

      *> the date the coefficient versions are read as of, from the
      *> RUN-DATE.DAT control card the grading run also reads; no
      *> control card means today.
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

      *> both option files are optional: no option master leaves
      *> the check off, no enrolment file means nobody is enrolled.
       open-option-files.

           open input option-group-file.
           if option-group-status = "00"
               move "Y" to options-available
               open input option-enrol-file
               if option-enrol-status = "00"
                   move "Y" to enrol-file-available
               end-if
           end-if.

       edit-one-record.

           add 1 to records-read.
           move spaces to reject-reason.

           string school-code delimited by size
                  class-code delimited by size
                  term-code  delimited by size
                  student-id delimited by size
                  subject-id delimited by size
                   move "invalid status code" to reject-text
                   add 1 to count-bad-status
               when other
                   perform check-school-is-known
                   if reject-reason = spaces
                       perform check-class-is-known
                   end-if
                   if reject-reason = spaces
                           and calendar-is-available
                       perform check-term-is-known
                   if reject-reason = spaces
                       perform check-booked-assignment
                   end-if
                   if reject-reason = spaces
                           and options-are-available
                       perform check-option-enrolment
                   end-if
                   if reject-reason = spaces
                           and coef-master-is-available
                       perform check-coef-master
                   end-if
           end-evaluate.

           if reject-reason = spaces
               write reject-line
           end-if.

       check-school-is-known.

           move zero to school-cache-slot.
           perform varying school-cache-idx from 1 by 1
                   until school-cache-idx > school-cache-count
                       or school-cache-slot > zero
               if sk-school-code(school-cache-idx) = school-code
                   move school-cache-idx to school-cache-slot
               end-if
           end-perform.

           if school-cache-slot = zero
               move school-code to sf-school-code
               call "schoolinfo" using sf-school-code sf-school-name
                   sf-estab-number sf-found
               if school-cache-count < 10
                   add 1 to school-cache-count
                   move school-cache-count to school-cache-slot
                   move school-code
                       to sk-school-code(school-cache-slot)
                   move sf-found to sk-known(school-cache-slot)
               end-if
           end-if.

           if school-cache-slot > zero
                   and sk-known(school-cache-slot) = "N"
               move "13" to reject-reason
               move "school not on school list" to reject-text
               add 1 to count-bad-school
           end-if.

       check-class-is-known.

           move "N" to class-known.
           move zero to class-slot.
           perform varying class-idx from 1 by 1
                   until class-idx > class-count or class-is-known
               if known-class-code(class-idx) = class-code
                   move "Y" to class-known
                   move class-idx to class-slot
               end-if
           end-perform.

               move "04" to reject-reason
               move "unknown class-code" to reject-text
               add 1 to count-bad-class
           else
               if known-class-school(class-slot) not = school-code
                   move "12" to reject-reason
                   move "class not at this school" to reject-text
                   add 1 to count-wrong-school
               end-if
           end-if.

      *> a term-code the school calendar has never heard of is a
               end-if
           end-perform.

      *> a note in an option group's subject is only good for a
      *> student the enrolment run confirmed into it for the term.
       check-option-enrolment.

           move subject-id to og-subject-id.
           read option-group-file
               invalid key continue
               not invalid key
                   move "N" to option-enrolled
                   if enrol-file-is-available
                       move student-id to oe-student-id
                       move term-code  to oe-term-code
                       move subject-id to oe-subject-id
                       read option-enrol-file
                           invalid key continue
                           not invalid key
                               if oe-is-confirmed
                                   move "Y" to option-enrolled
                               end-if
                       end-read
                   end-if
                   if not student-is-option-enrolled
                       move "10" to reject-reason
                       move "option not enrolled" to reject-text
                       add 1 to count-not-enrolled
                   end-if
           end-read.

      *> the version in force is the one with the greatest
      *> effective-from at or before the business date; START NOT
      *> GREATER THAN lands on it, and a landing outside the class/
      *> subject means the master carries nothing for it yet.
       check-coef-master.

           move zero to master-coef.
           move class-code to cf-class-code.
           move subject-id to cf-subject-id.
           move business-date to cf-effective-from.
           start coef-master-file
                   key is not greater than cf-coef-key
               invalid key continue
               not invalid key
                   read coef-master-file next record
                       at end continue
                       not at end
                           if cf-class-code = class-code
                                   and cf-subject-id = subject-id
                               move cf-coef to master-coef
                           end-if
                   end-read
           end-start.

           if master-coef > zero and coef not = master-coef
               move "11" to reject-reason
               move "coef disagrees with master" to reject-text
               add 1 to count-coef-master
           end-if.

      *> one-page balance for the operators: rows read must equal
      *> clean plus rejected, and the per-reason counts say where the
      *> rejects came from.
           move totals-detail to totals-line.
           write totals-line.

           move "OPTION NOT ENROLLED" to tt-label.
           move count-not-enrolled to tt-count.
           move totals-detail to totals-line.
           write totals-line.

           move "COEF OFF MASTER" to tt-label.
           move count-coef-master to tt-count.
           move totals-detail to totals-line.
           write totals-line.

           move "CLASS NOT AT SCHOOL" to tt-label.
           move count-wrong-school to tt-count.
           move totals-detail to totals-line.
           write totals-line.

           move "UNKNOWN SCHOOL" to tt-label.
           move count-bad-school to tt-count.
           move totals-detail to totals-line.
           write totals-line.

           close totals-file.
