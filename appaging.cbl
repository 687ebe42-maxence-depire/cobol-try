      *> aging report of open grade appeals for the counselors'
      *> bundle: every case on the appeal register still waiting for
      *> the committee, oldest first, with its age in school days
      *> since filing and the school days left before the response
      *> deadline -- or, past it, how many days late it already is.
      *> decided cases do not print.
       identification division.
       program-id. appaging.

       environment division.
       input-output section.
       file-control.
           select appeal-file assign to "APPEAL-CASES.DAT"
               organization indexed
               access mode is dynamic
               record key is ap-case-number
               file status is appeal-file-status.

           select aging-file assign to "APPEAL-AGING.DAT"
               organization line sequential.

           select run-date-file assign to "RUN-DATE.DAT"
               organization line sequential
               file status is run-date-status.

       data division.
       file section.
       fd  appeal-file.
           copy appealcase.

       fd  aging-file.
       01  aging-line pic x(80).

       fd  run-date-file.
       01  run-date-record.
           05 rdc-business-date pic x(08).

       working-storage section.

           copy runlogfields.

      *> the business date the ages count to; no control card means
      *> today.
           77 run-date-status pic xx.
           77 business-date   pic x(08).

      *> ages and the days left are school days through the calendar
      *> subprogram, the same count the deadline was set with.
           copy calfields.

           77 appeal-file-status pic xx.

           77 end-of-appeals pic x value "N".
               88 no-more-appeals value "Y".

           77 cases-read    pic 9(06) value zero.
           77 open-count    pic 9(04) value zero.
           77 overdue-count pic 9(04) value zero.

           01 aging-title.
               05 filler            pic x(31)
                   value " APPELS DE NOTES EN COURS - AU ".
               05 at-business-date  pic x(08).

           01 aging-column-heading.
               05 filler pic x(42)
                   value "  DOSSIER ELEVE CLASSE TERM MATIERE DEPOSE".
               05 filler pic x(36)
                   value "       AGE ECHEANCE   RESTE/RETARD  ".

           01 aging-detail.
               05 filler            pic x(02) value space.
               05 agd-case-number   pic 9(06).
               05 filler            pic x(01) value space.
               05 agd-student-id    pic x(05).
               05 filler            pic x(01) value space.
               05 agd-class-code    pic x(05).
               05 filler            pic x(02) value space.
               05 agd-term-code     pic x(04).
               05 filler            pic x(01) value space.
               05 agd-subject-id    pic x(05).
               05 filler            pic x(03) value space.
               05 agd-filed-date    pic x(08).
               05 filler            pic x(01) value space.
               05 agd-age           pic zzz9.
               05 filler            pic x(02) value " J".
               05 filler            pic x(01) value space.
               05 agd-deadline-date pic x(08).
               05 filler            pic x(02) value space.
               05 agd-days-left     pic zzz9.
               05 filler            pic x(02) value " J".
               05 filler            pic x(01) value space.
               05 agd-late-flag     pic x(08).

           01 aging-total.
               05 filler            pic x(02) value space.
               05 filler            pic x(16) value "APPELS OUVERTS  ".
               05 agt-open-count    pic zzz9.
               05 filler            pic x(04) value space.
               05 filler            pic x(16) value "HORS DELAI      ".
               05 agt-overdue-count pic zzz9.

       procedure division.

           perform write-runlog-start.

           perform read-business-date.

           open input appeal-file.
           if appeal-file-status not = "00"
               display "error: cannot open APPEAL-CASES.DAT"
      *> non-zero so a calling job step can detect the missing file.
               move 8 to return-code
               perform write-runlog-end
               goback
           end-if.

           open output aging-file.

           move business-date to at-business-date.
           move aging-title to aging-line.
           write aging-line.
           move spaces to aging-line.
           write aging-line.
           move aging-column-heading to aging-line.
           write aging-line.

      *> case numbers are handed out in filing order, so the key
      *> order is already oldest first.
           perform until no-more-appeals
               read appeal-file next record
                   at end move "Y" to end-of-appeals
                   not at end
                       add 1 to cases-read
                       if ap-is-open
                           perform write-one-case
                       end-if
               end-read
           end-perform.

           close appeal-file.

           move spaces to aging-line.
           write aging-line.
           move open-count to agt-open-count.
           move overdue-count to agt-overdue-count.
           move aging-total to aging-line.
           write aging-line.

           close aging-file.

           display "open appeals:    " open-count.
           display "past deadline:   " overdue-count.

           if overdue-count > zero
      *> non-zero so the morning run sheet shows a late appeal.
               move 4 to return-code
           end-if.

           perform write-runlog-end.
       goback.

       write-runlog-start.

           move "appaging" to rl-program-name.
           move "START" to rl-event.
           move zero to rl-records-read.
           move zero to rl-records-written.
           move zero to rl-return-code.
           call "runlog" using rl-program-name rl-event
               rl-records-read rl-records-written rl-return-code.

       write-runlog-end.

           move "appaging" to rl-program-name.
           move "END" to rl-event.
           move cases-read to rl-records-read.
           move open-count to rl-records-written.
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

       write-one-case.

           add 1 to open-count.

           move ap-case-number   to agd-case-number.
           move ap-student-id    to agd-student-id.
           move ap-class-code    to agd-class-code.
           move ap-term-code     to agd-term-code.
           move ap-subject-id    to agd-subject-id.
           move ap-filed-date    to agd-filed-date.
           move ap-deadline-date to agd-deadline-date.

           move ap-filed-date to cd-date-from.
           move business-date to cd-date-to.
           perform count-school-days.
           move cd-day-count to agd-age.

           if business-date > ap-deadline-date
               add 1 to overdue-count
               move ap-deadline-date to cd-date-from
               move business-date to cd-date-to
               perform count-school-days
               move cd-day-count to agd-days-left
               move "RETARD" to agd-late-flag
           else
               move business-date to cd-date-from
               move ap-deadline-date to cd-date-to
               perform count-school-days
               move cd-day-count to agd-days-left
               move spaces to agd-late-flag
           end-if.

           move aging-detail to aging-line.
           write aging-line.

      *> a calendar that cannot answer leaves the count at zero
      *> rather than inventing a calendar-day figure.
       count-school-days.

           move "D" to cd-action.
           move spaces to cd-term-code.
           call "caldate" using cd-action cd-date-from cd-date-to
               cd-term-code cd-day-count cd-result.

           if cd-result not = "I"
               move zero to cd-day-count
           end-if.
