      *> sanctioned sort for the grading input: puts a raw registrar
      *> extract into the school-code, class-code, term-code,
      *> student-id order the grading run's control breaks rely on
      *> (subject-id last, so the edit step's adjacent-duplicate
      *> check sees a double-keyed subject as two records in a row),
      *> instead of the operators sorting by hand when an extract
      *> arrives unordered.
      *> notes the teachers keyed online on the GRADE-ENTRY.DAT
      *> staging file are released into the same sort, so they reach
      *> the edit step in sequence beside the registrar's rows and are
      *> judged by the same edits; a note the registrar also sent
      *> shows up there as an adjacent duplicate.
      *> the staging file is never emptied -- the grading input is
      *> rebuilt whole every night, so a keyed note has to be
      *> released each night its term is open. only the notes for a
      *> term the business date falls inside are released; a past
      *> term's notes stay on file but are not graded again. as on
      *> the entry screen, the term is judged only when a calendar
      *> is on file.
       identification division.
       program-id. studsort.

           select extract-file assign to "STUDENTS-EXTRACT.DAT"
               organization line sequential.

           select grade-entry-file assign to "GRADE-ENTRY.DAT"
               organization indexed
               access mode is sequential
               record key is ge-entry-key
               file status is grade-entry-status.

           select calendar-file assign to "SCHOOL-CALENDAR.DAT"
               organization line sequential
               file status is calendar-file-status.

           select run-date-file assign to "RUN-DATE.DAT"
               organization line sequential
               file status is run-date-status.

           select sort-file assign to "STUDSORT.TMP".

       data division.
       file section.
       fd  raw-file.
       01  raw-record pic x(28).

       fd  extract-file.
       01  extract-record pic x(28).

       fd  grade-entry-file.
           copy gradestage.

       fd  calendar-file.
       01  calendar-record pic x(80).

       fd  run-date-file.
       01  run-date-record.
           05 rdc-business-date pic x(08).

       sd  sort-file.
       01  sort-record.
           05 ss-term-code  pic x(04).
           05 ss-subject-id pic x(05).
           05 filler        pic x(07).
           05 ss-school-code pic x(02).

       working-storage section.

           copy runlogfields.

           77 raw-file-status pic xx.
           77 grade-entry-status pic xx.

           77 raw-present pic x value "N".
               88 raw-is-present value "Y".
           77 staging-present pic x value "N".
               88 staging-is-present value "Y".

           77 end-of-input pic x value "N".
               88 no-more-input value "Y".

           77 raw-released     pic 9(05) value zero.
           77 staging-released pic 9(05) value zero.
           77 staging-held     pic 9(05) value zero.

           copy calfields.

           77 calendar-file-status pic xx.
           77 run-date-status      pic xx.
           77 business-date        pic x(08).
           77 calendar-present pic x value "N".
               88 calendar-is-present value "Y".

      *> the last term judged and its verdict, so the calendar is
      *> read once per term rather than once per note.
           77 judged-term  pic x(04) value spaces.
           77 term-is-open pic x value "N".

       procedure division.

           perform write-runlog-start.

           perform read-business-date.

           open input calendar-file.
           if calendar-file-status = "00"
               move "Y" to calendar-present
               close calendar-file
           end-if.

           open input raw-file.
           if raw-file-status = "00"
               move "Y" to raw-present
               close raw-file
           end-if.

           open input grade-entry-file.
           if grade-entry-status = "00"
               move "Y" to staging-present
               close grade-entry-file
           end-if.

      *> a night with neither a registrar extract nor any keyed
      *> notes has nothing to grade.
           if not raw-is-present and not staging-is-present
               display "error: cannot open STUDENTS-RAW.DAT"
      *> non-zero so a calling job step can detect the missing file.
               move 8 to return-code
               goback
           end-if.

           sort sort-file
               on ascending key ss-school-code
                                ss-class-code
                                ss-term-code
                                ss-student-id
                                ss-subject-id
               input procedure is release-grading-input
               giving extract-file.

           display "registrar rows released: " raw-released.
           display "keyed notes released:    " staging-released.
           display "keyed notes, past terms: " staging-held.


           perform write-runlog-end.
       goback.

           move "studsort" to rl-program-name.
           move "END" to rl-event.
           add raw-released staging-released giving rl-records-read.
           move rl-records-read to rl-records-written.
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

       release-grading-input.

           if raw-is-present
               open input raw-file
               move "N" to end-of-input
               perform until no-more-input
                   read raw-file
                       at end move "Y" to end-of-input
                       not at end
                           move raw-record to sort-record
                           release sort-record
                           add 1 to raw-released
                   end-read
               end-perform
               close raw-file
           end-if.

      *> only the grading-record image of a staged note is released,
      *> with the student's school; who keyed it stays on the
      *> staging file.
           if staging-is-present
               open input grade-entry-file
               move "N" to end-of-input
               perform until no-more-input
                   read grade-entry-file next record
                       at end move "Y" to end-of-input
                       not at end
                           perform judge-staged-term
                           if term-is-open = "Y"
                               move grade-entry-record(1:26)
                                   to sort-record
                               move ge-school-code to ss-school-code
                               release sort-record
                               add 1 to staging-released
                           else
                               add 1 to staging-held
                           end-if
                   end-read
               end-perform
               close grade-entry-file
           end-if.

       judge-staged-term.

           if not calendar-is-present
               move "Y" to term-is-open
           else
               if ge-term-code not = judged-term
                   move ge-term-code to judged-term
                   move "T" to cd-action
                   move business-date to cd-date-from
                   move spaces to cd-date-to
                   move ge-term-code to cd-term-code
                   call "caldate" using cd-action cd-date-from
                       cd-date-to cd-term-code cd-day-count cd-result
                   if cd-result = "I"
                       move "Y" to term-is-open
                   else
                       move "N" to term-is-open
                   end-if
               end-if
           end-if.
