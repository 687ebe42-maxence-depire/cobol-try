      *> printed timetables off the timetable master: a weekly grid
      *> -- one row per slot, one column per weekday -- for every
      *> class (subject and room in each cell), every teacher (class
      *> and room) and every room (class and teacher), all three sets
      *> drawn from the same master in one run so they can never
      *> disagree. the headings follow the LANG-FLAG.DAT toggle.
       identification division.
       program-id. ttprint.

       environment division.
       input-output section.
       file-control.
           select timetable-file assign to "TIMETABLE.DAT"
               organization indexed
               access mode is dynamic
               record key is ti-slot-key
               file status is timetable-status.

           select teacher-master-file assign to "TEACHER-MASTER.DAT"
               organization indexed
               access mode is dynamic
               record key is tm-assign-key
               file status is teacher-master-status.

           select print-file assign to "TIMETABLES.DAT"
               organization line sequential.

           select lang-file assign to "LANG-FLAG.DAT"
               organization line sequential
               file status is lang-file-status.

           select sort-file assign to "TTPRINT.TMP".

       data division.
       file section.
       fd  timetable-file.
           copy timetable.

       fd  teacher-master-file.
           copy teachmast.

       fd  print-file.
       01  print-line pic x(66).

       fd  lang-file.
       01  lang-record pic x(01).

       sd  sort-file.
       01  sort-record.
           05 sk-view-key  pic x(05).
           05 sk-weekday   pic 9(01).
           05 sk-slot      pic 9(02).
           05 sk-title     pic x(20).
           05 sk-cell      pic x(11).

       working-storage section.

           copy runlogfields.

           copy langflag.
           77 lang-file-status pic xx.

           77 timetable-status      pic xx.
           77 teacher-master-status pic xx.

           77 teacher-master-available pic x value "N".
               88 teacher-master-is-available value "Y".

      *> which of the three sets this pass of the sort is printing.
           77 view-kind pic x.
               88 view-is-class   value "C".
               88 view-is-teacher value "T".
               88 view-is-room    value "R".

           77 end-of-timetable pic x.
           77 sort-eof pic x.

           77 current-key   pic x(05).
           77 current-title pic x(20).

           77 bookings-read   pic 9(05) value zero.
           77 grids-printed   pic 9(04) value zero.

           77 day-idx  pic 9(01).
           77 slot-idx pic 9(02).

      *> one grid held until the view key changes.
           01 grid-table.
               05 grid-slot occurs 10 times.
                   10 grid-cell pic x(11) occurs 5 times.

           01 grid-heading.
               05 filler            pic x(04) value space.
               05 gh-day occurs 5 times.
                   10 filler        pic x     value space.
                   10 gh-day-name   pic x(11).

           01 grid-detail.
               05 filler            pic x     value "P".
               05 gd-slot           pic 99.
               05 filler            pic x     value space.
               05 gd-day occurs 5 times.
                   10 filler        pic x     value space.
                   10 gd-cell       pic x(11).

           01 grid-title.
               05 filler            pic x(02) value space.
               05 gt-label          pic x(12).
               05 gt-key            pic x(05).
               05 filler            pic x(02) value space.
               05 gt-name           pic x(20).

       procedure division.

           perform write-runlog-start.

           perform read-lang-flag.

           open input timetable-file.
           if timetable-status not = "00"
               display "error: cannot open TIMETABLE.DAT"
      *> non-zero so a calling job step can detect the missing file.
               move 8 to return-code
               perform write-runlog-end
               goback
           end-if.
           close timetable-file.

           open input teacher-master-file.
           if teacher-master-status = "00"
               move "Y" to teacher-master-available
           end-if.

           open output print-file.

           move "C" to view-kind.
           perform sort-one-view.
           move "T" to view-kind.
           perform sort-one-view.
           move "R" to view-kind.
           perform sort-one-view.

           close print-file.

           if teacher-master-is-available
               close teacher-master-file
           end-if.

           display "timetable bookings read: " bookings-read.
           display "timetable grids printed: " grids-printed.

           perform write-runlog-end.
       goback.

       write-runlog-start.

           move "ttprint" to rl-program-name.
           move "START" to rl-event.
           move zero to rl-records-read.
           move zero to rl-records-written.
           move zero to rl-return-code.
           call "runlog" using rl-program-name rl-event
               rl-records-read rl-records-written rl-return-code.

       write-runlog-end.

           move "ttprint" to rl-program-name.
           move "END" to rl-event.
           move bookings-read to rl-records-read.
           move grids-printed to rl-records-written.
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

       sort-one-view.

           sort sort-file
               on ascending key sk-view-key
                                sk-weekday
                                sk-slot
               input procedure is release-bookings
               output procedure is print-grids.

       release-bookings.

           move "N" to end-of-timetable.
           open input timetable-file.

           perform until end-of-timetable = "Y"
               read timetable-file next record
                   at end move "Y" to end-of-timetable
                   not at end perform release-one-booking
               end-read
           end-perform.

           close timetable-file.

      *> the cell shows the two facts the grid's owner does not
      *> already know: a class sees subject and room, a teacher
      *> class and room, a room class and teacher.
       release-one-booking.

           if view-is-class
               add 1 to bookings-read
           end-if.

           move ti-weekday to sk-weekday.
           move ti-slot to sk-slot.
           move spaces to sk-title.
           move spaces to sk-cell.

           evaluate true
               when view-is-class
                   move ti-class-code to sk-view-key
                   string ti-subject-id delimited by size
                          " " delimited by size
                          ti-room delimited by size
                          into sk-cell
               when view-is-teacher
                   move ti-teacher-id to sk-view-key
                   perform find-teacher-name
                   string ti-class-code delimited by size
                          " " delimited by size
                          ti-room delimited by size
                          into sk-cell
               when other
                   move ti-room to sk-view-key
                   string ti-class-code delimited by size
                          " " delimited by size
                          ti-teacher-id delimited by size
                          into sk-cell
           end-evaluate.

           release sort-record.

       find-teacher-name.

           if teacher-master-is-available
               move ti-class-code to tm-class-code
               move ti-subject-id to tm-subject-id
               read teacher-master-file
                   invalid key continue
                   not invalid key move tm-teacher-name to sk-title
               end-read
           end-if.

       print-grids.

           move "N" to sort-eof.
           move spaces to current-key.
           move spaces to grid-table.

           perform return-one-booking
               until sort-eof = "Y".

           if current-key not = spaces
               perform print-one-grid
           end-if.

       return-one-booking.

           return sort-file
               at end move "Y" to sort-eof
               not at end
                   if sk-view-key not = current-key
                       if current-key not = spaces
                           perform print-one-grid
                       end-if
                       move sk-view-key to current-key
                       move sk-title to current-title
                   end-if
                   if current-title = spaces
                       move sk-title to current-title
                   end-if
                   if sk-weekday >= 1 and sk-weekday <= 5
                           and sk-slot >= 1 and sk-slot <= 10
                       move sk-cell
                           to grid-cell(sk-slot, sk-weekday)
                   end-if
           end-return.

       print-one-grid.

           add 1 to grids-printed.

           move all "-" to print-line.
           write print-line.

           move "COLLEGE SAINT-MICHEL" to print-line.
           write print-line.

           if lang-is-french
               move "EMPLOI DU TEMPS" to print-line
           else
               move "TIMETABLE" to print-line
           end-if.
           write print-line.

           move spaces to print-line.
           write print-line.

           move current-key to gt-key.
           move current-title to gt-name.
           evaluate true
               when view-is-class
                   if lang-is-french
                       move "CLASSE" to gt-label
                   else
                       move "CLASS" to gt-label
                   end-if
               when view-is-teacher
                   if lang-is-french
                       move "ENSEIGNANT" to gt-label
                   else
                       move "TEACHER" to gt-label
                   end-if
               when other
                   if lang-is-french
                       move "SALLE" to gt-label
                   else
                       move "ROOM" to gt-label
                   end-if
           end-evaluate.
           move grid-title to print-line.
           write print-line.

           move spaces to print-line.
           write print-line.

           if lang-is-french
               move "LUNDI"    to gh-day-name(1)
               move "MARDI"    to gh-day-name(2)
               move "MERCREDI" to gh-day-name(3)
               move "JEUDI"    to gh-day-name(4)
               move "VENDREDI" to gh-day-name(5)
           else
               move "MONDAY"    to gh-day-name(1)
               move "TUESDAY"   to gh-day-name(2)
               move "WEDNESDAY" to gh-day-name(3)
               move "THURSDAY"  to gh-day-name(4)
               move "FRIDAY"    to gh-day-name(5)
           end-if.
           move grid-heading to print-line.
           write print-line.

           perform varying slot-idx from 1 by 1 until slot-idx > 10
               move slot-idx to gd-slot
               perform varying day-idx from 1 by 1 until day-idx > 5
                   move grid-cell(slot-idx, day-idx)
                       to gd-cell(day-idx)
               end-perform
               move grid-detail to print-line
               write print-line
           end-perform.

           move spaces to print-line.
           write print-line.

           move spaces to grid-table.
           move spaces to current-title.
