      *> exam seating run: takes each sitting off the exam session
      *> master in date/half-day order and seats the class's enrolled
      *> students, in student-id order, into the rooms of the room
      *> master in room order, numbering seats within each room for
      *> the half-day. each room a class is seated in takes the next
      *> of the sitting's invigilators. the seats and duties are kept
      *> on EXAM-SEATS.DAT and EXAM-DUTIES.DAT and printed as one
      *> seating list per room and one duty list per teacher. a
      *> sitting whose date is no longer a school day is not seated.
       identification division.
       program-id. examseat.

       environment division.
       input-output section.
       file-control.
           select exam-session-file assign to "EXAM-SESSIONS.DAT"
               organization indexed
               access mode is dynamic
               record key is es-session-key
               file status is exam-session-status.

           select room-master-file assign to "ROOM-MASTER.DAT"
               organization indexed
               access mode is dynamic
               record key is rm-room
               file status is room-master-status.

           select student-master-file assign to "STUDENT-MASTER.DAT"
               organization indexed
               access mode is dynamic
               record key is sm-student-id
               file status is student-master-status.

           select teacher-master-file assign to "TEACHER-MASTER.DAT"
               organization indexed
               access mode is dynamic
               record key is tm-assign-key
               file status is teacher-master-status.

           select seat-file assign to "EXAM-SEATS.DAT"
               organization line sequential.

           select duty-file assign to "EXAM-DUTIES.DAT"
               organization line sequential.

           select seating-print-file assign to "SEATING-LISTS.DAT"
               organization line sequential.

           select duty-print-file assign to "INVIGILATION-LISTS.DAT"
               organization line sequential.

           select lang-file assign to "LANG-FLAG.DAT"
               organization line sequential
               file status is lang-file-status.

           select seat-sort-file assign to "EXAMSEAT1.TMP".

           select duty-sort-file assign to "EXAMSEAT2.TMP".

       data division.
       file section.
       fd  exam-session-file.
           copy examsess.

       fd  room-master-file.
           copy roommast.

       fd  student-master-file.
           copy studmast.

       fd  teacher-master-file.
           copy teachmast.

       fd  seat-file.
       01  seat-record.
           05 se-exam-date     pic x(08).
           05 se-half-day      pic x(01).
           05 se-room          pic x(05).
           05 se-seat          pic 9(03).
           05 se-student-id    pic x(05).
           05 se-student-name  pic x(20).
           05 se-class-code    pic x(05).
           05 se-subject-id    pic x(05).

       fd  duty-file.
       01  duty-record.
           05 du-teacher-id    pic x(05).
           05 du-exam-date     pic x(08).
           05 du-half-day      pic x(01).
           05 du-room          pic x(05).
           05 du-class-code    pic x(05).
           05 du-subject-id    pic x(05).
           05 du-candidates    pic 9(03).

       fd  seating-print-file.
       01  seating-print-line pic x(66).

       fd  duty-print-file.
       01  duty-print-line pic x(66).

       fd  lang-file.
       01  lang-record pic x(01).

       sd  seat-sort-file.
       01  seat-sort-record.
           05 ss-exam-date     pic x(08).
           05 ss-half-day      pic x(01).
           05 ss-room          pic x(05).
           05 ss-seat          pic 9(03).
           05 ss-student-id    pic x(05).
           05 ss-student-name  pic x(20).
           05 ss-class-code    pic x(05).
           05 ss-subject-id    pic x(05).

       sd  duty-sort-file.
       01  duty-sort-record.
           05 ds-teacher-id    pic x(05).
           05 ds-exam-date     pic x(08).
           05 ds-half-day      pic x(01).
           05 ds-room          pic x(05).
           05 ds-class-code    pic x(05).
           05 ds-subject-id    pic x(05).
           05 ds-candidates    pic 9(03).

       working-storage section.

           copy runlogfields.

           copy calfields.

           copy langflag.
           77 lang-file-status pic xx.

           77 exam-session-status   pic xx.
           77 room-master-status    pic xx.
           77 student-master-status pic xx.
           77 teacher-master-status pic xx.

           77 teacher-master-available pic x value "N".
               88 teacher-master-is-available value "Y".

           77 end-of-sessions pic x.
           77 end-of-rooms    pic x.
           77 end-of-students pic x.
           77 sort-eof        pic x.

           77 sessions-read     pic 9(05) value zero.
           77 sessions-skipped  pic 9(05) value zero.
           77 students-seated   pic 9(05) value zero.
           77 students-unseated pic 9(05) value zero.
           77 duties-written    pic 9(05) value zero.
           77 duties-uncovered  pic 9(05) value zero.

      *> the half-day the room table's seat counts belong to.
           77 current-exam-date pic x(08) value spaces.
           77 current-half-day  pic x(01) value spaces.

      *> the rooms in room order, with the seats already given out
      *> in the current half-day.
           77 room-count pic 9(03) value zero.
           77 room-idx   pic 9(03).
           01 room-table.
               05 room-entry occurs 100 times.
                   10 rt-room     pic x(05).
                   10 rt-capacity pic 9(03).
                   10 rt-used     pic 9(03).

      *> the enrolled students in student-id order, as the master
      *> reads back.
           77 student-count pic 9(04) value zero.
           77 student-idx   pic 9(04).
           01 student-table.
               05 student-entry occurs 2000 times.
                   10 st-student-id   pic x(05).
                   10 st-student-name pic x(20).
                   10 st-class-code   pic x(05).

      *> the room this sitting is filling and the invigilator it
      *> was given.
           77 fill-room-idx     pic 9(03).
           77 invigilator-idx   pic 9(01).
           77 room-candidates   pic 9(03).
           77 room-invigilator  pic x(05).

           77 current-room    pic x(05).
           77 current-teacher pic x(05).

           01 seating-title.
               05 filler            pic x(02) value space.
               05 tt-label          pic x(12).
               05 tt-key            pic x(05).
               05 filler            pic x(02) value space.
               05 tt-date           pic x(08).
               05 filler            pic x(01) value space.
               05 tt-half-day       pic x(11).

           01 seating-detail.
               05 filler            pic x(02) value space.
               05 sd-seat           pic zz9.
               05 filler            pic x(02) value space.
               05 sd-student-id     pic x(05).
               05 filler            pic x(02) value space.
               05 sd-student-name   pic x(20).
               05 filler            pic x(02) value space.
               05 sd-class-code     pic x(05).
               05 filler            pic x(02) value space.
               05 sd-subject-id     pic x(05).

           01 duty-title.
               05 filler            pic x(02) value space.
               05 dt-label          pic x(12).
               05 dt-teacher-id     pic x(05).
               05 filler            pic x(02) value space.
               05 dt-teacher-name   pic x(20).

           01 duty-detail.
               05 filler            pic x(02) value space.
               05 dd-exam-date      pic x(08).
               05 filler            pic x(02) value space.
               05 dd-half-day       pic x(11).
               05 filler            pic x(02) value space.
               05 dd-room           pic x(05).
               05 filler            pic x(02) value space.
               05 dd-class-code     pic x(05).
               05 filler            pic x(01) value "/".
               05 dd-subject-id     pic x(05).
               05 filler            pic x(02) value space.
               05 dd-candidates     pic zz9.

           77 half-day-text pic x(11).

       procedure division.

           perform write-runlog-start.

           perform read-lang-flag.

           open input exam-session-file.
           if exam-session-status not = "00"
               display "error: cannot open EXAM-SESSIONS.DAT"
      *> non-zero so a calling job step can detect the missing file.
               move 8 to return-code
               perform write-runlog-end
               goback
           end-if.

           perform load-rooms.
           if room-count = zero
               display "error: no rooms on ROOM-MASTER.DAT"
               close exam-session-file
               move 8 to return-code
               perform write-runlog-end
               goback
           end-if.

           perform load-students.
           if student-master-status not = "00"
               display "error: cannot open STUDENT-MASTER.DAT"
               close exam-session-file
               move 8 to return-code
               perform write-runlog-end
               goback
           end-if.

           open input teacher-master-file.
           if teacher-master-status = "00"
               move "Y" to teacher-master-available
           end-if.

           open output seat-file.
           open output duty-file.

           move "N" to end-of-sessions.
           perform until end-of-sessions = "Y"
               read exam-session-file next record
                   at end move "Y" to end-of-sessions
                   not at end perform seat-one-session
               end-read
           end-perform.

           close exam-session-file.
           close seat-file.
           close duty-file.

           perform print-seating-lists.
           perform print-duty-lists.

           if teacher-master-is-available
               close teacher-master-file
           end-if.

           display "exam sittings read:       " sessions-read.
           display "sittings not seated:      " sessions-skipped.
           display "candidates seated:        " students-seated.
           display "candidates without seat:  " students-unseated.
           display "invigilation duties:      " duties-written.
           display "rooms without invigilator:" duties-uncovered.

           if sessions-skipped > zero or students-unseated > zero
                   or duties-uncovered > zero
      *> warning only: the lists that could be drawn were drawn.
               move 4 to return-code
           end-if.

           perform write-runlog-end.
       goback.

       write-runlog-start.

           move "examseat" to rl-program-name.
           move "START" to rl-event.
           move zero to rl-records-read.
           move zero to rl-records-written.
           move zero to rl-return-code.
           call "runlog" using rl-program-name rl-event
               rl-records-read rl-records-written rl-return-code.

       write-runlog-end.

           move "examseat" to rl-program-name.
           move "END" to rl-event.
           move sessions-read to rl-records-read.
           move students-seated to rl-records-written.
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

       load-rooms.

           open input room-master-file.
           if room-master-status = "00"
               move "N" to end-of-rooms
               perform until end-of-rooms = "Y"
                   read room-master-file next record
                       at end move "Y" to end-of-rooms
                       not at end
                           if room-count < 100 and rm-capacity > zero
                               add 1 to room-count
                               move rm-room to rt-room(room-count)
                               move rm-capacity
                                   to rt-capacity(room-count)
                               move zero to rt-used(room-count)
                           end-if
                   end-read
               end-perform
               close room-master-file
           end-if.

       load-students.

           open input student-master-file.
           if student-master-status = "00"
               move "N" to end-of-students
               perform until end-of-students = "Y"
                   read student-master-file next record
                       at end move "Y" to end-of-students
                       not at end
                           if sm-is-enrolled and student-count < 2000
                               add 1 to student-count
                               move sm-student-id
                                   to st-student-id(student-count)
                               move sm-student-name
                                   to st-student-name(student-count)
                               move sm-class-code
                                   to st-class-code(student-count)
                           end-if
                   end-read
               end-perform
               close student-master-file
           end-if.

      *> a new half-day frees every room again; the sitting is then
      *> checked against the calendar before its class is seated.
       seat-one-session.

           add 1 to sessions-read.

           if es-exam-date not = current-exam-date
                   or es-half-day not = current-half-day
               move es-exam-date to current-exam-date
               move es-half-day to current-half-day
               perform varying room-idx from 1 by 1
                       until room-idx > room-count
                   move zero to rt-used(room-idx)
               end-perform
           end-if.

           move "S" to cd-action.
           move es-exam-date to cd-date-from.
           call "caldate" using cd-action cd-date-from
               cd-date-to cd-term-code cd-day-count cd-result.

           if cd-result not = "I"
               add 1 to sessions-skipped
               display "not a school day, not seated: "
                   es-exam-date " " es-half-day " "
                   es-class-code " " es-subject-id
           else
               move zero to fill-room-idx
               move zero to invigilator-idx
               move zero to room-candidates
               perform varying student-idx from 1 by 1
                       until student-idx > student-count
                   if st-class-code(student-idx) = es-class-code
                       perform seat-one-student
                   end-if
               end-perform
               if fill-room-idx > zero and room-candidates > zero
                   perform write-duty
               end-if
           end-if.

      *> the student takes the next seat in the room being filled, or
      *> the first room further on with a seat left.
       seat-one-student.

           if fill-room-idx > zero
               if rt-used(fill-room-idx) >= rt-capacity(fill-room-idx)
                   perform write-duty
                   perform find-next-room
               end-if
           else
               perform find-next-room
           end-if.

           if fill-room-idx = zero
               add 1 to students-unseated
               display "no seat left for " st-student-id(student-idx)
                   " " es-exam-date " " es-half-day " "
                   es-class-code " " es-subject-id
           else
               add 1 to rt-used(fill-room-idx)
               add 1 to room-candidates
               move es-exam-date to se-exam-date
               move es-half-day to se-half-day
               move rt-room(fill-room-idx) to se-room
               move rt-used(fill-room-idx) to se-seat
               move st-student-id(student-idx) to se-student-id
               move st-student-name(student-idx) to se-student-name
               move es-class-code to se-class-code
               move es-subject-id to se-subject-id
               write seat-record
               add 1 to students-seated
           end-if.

      *> fill-room-idx is left at zero when every room is full.
       find-next-room.

           move fill-room-idx to room-idx.
           move zero to fill-room-idx.
           move zero to room-candidates.
           add 1 to room-idx.

           perform until room-idx > room-count or fill-room-idx > zero
               if rt-used(room-idx) < rt-capacity(room-idx)
                   move room-idx to fill-room-idx
               else
                   add 1 to room-idx
               end-if
           end-perform.

      *> one duty per room the class was seated in: the sitting's
      *> invigilators in turn, "----" once they run out.
       write-duty.

           add 1 to invigilator-idx.
           move "----" to room-invigilator.
           if invigilator-idx <= 3
               if es-invigilator(invigilator-idx) not = spaces
                   move es-invigilator(invigilator-idx)
                       to room-invigilator
               end-if
           end-if.

           if room-invigilator = "----"
               add 1 to duties-uncovered
               display "no invigilator for room "
                   rt-room(fill-room-idx) " " es-exam-date " "
                   es-half-day " " es-class-code " " es-subject-id
           end-if.

           move room-invigilator to du-teacher-id.
           move es-exam-date to du-exam-date.
           move es-half-day to du-half-day.
           move rt-room(fill-room-idx) to du-room.
           move es-class-code to du-class-code.
           move es-subject-id to du-subject-id.
           move room-candidates to du-candidates.
           write duty-record.
           add 1 to duties-written.

       set-half-day-text.

           evaluate true
               when lang-is-french and ss-half-day = "M"
                   move "MATIN" to half-day-text
               when lang-is-french
                   move "APRES-MIDI" to half-day-text
               when ss-half-day = "M"
                   move "MORNING" to half-day-text
               when other
                   move "AFTERNOON" to half-day-text
           end-evaluate.

       print-seating-lists.

           open output seating-print-file.

           sort seat-sort-file
               on ascending key ss-exam-date
                                ss-half-day
                                ss-room
                                ss-seat
               using seat-file
               output procedure is return-seats.

           close seating-print-file.

       return-seats.

           move "N" to sort-eof.
           move spaces to current-exam-date.
           move spaces to current-half-day.
           move spaces to current-room.

           perform return-one-seat
               until sort-eof = "Y".

       return-one-seat.

           return seat-sort-file
               at end move "Y" to sort-eof
               not at end
                   if ss-exam-date not = current-exam-date
                           or ss-half-day not = current-half-day
                           or ss-room not = current-room
                       move ss-exam-date to current-exam-date
                       move ss-half-day to current-half-day
                       move ss-room to current-room
                       perform print-seating-heading
                   end-if
                   move ss-seat to sd-seat
                   move ss-student-id to sd-student-id
                   move ss-student-name to sd-student-name
                   move ss-class-code to sd-class-code
                   move ss-subject-id to sd-subject-id
                   move seating-detail to seating-print-line
                   write seating-print-line
           end-return.

       print-seating-heading.

           move all "-" to seating-print-line.
           write seating-print-line.

           move "COLLEGE SAINT-MICHEL" to seating-print-line.
           write seating-print-line.

           if lang-is-french
               move "PLAN DE SALLE - EXAMENS" to seating-print-line
               move "SALLE" to tt-label
           else
               move "EXAM SEATING LIST" to seating-print-line
               move "ROOM" to tt-label
           end-if.
           write seating-print-line.

           move spaces to seating-print-line.
           write seating-print-line.

           perform set-half-day-text.
           move ss-room to tt-key.
           move ss-exam-date to tt-date.
           move half-day-text to tt-half-day.
           move seating-title to seating-print-line.
           write seating-print-line.

           move spaces to seating-print-line.
           write seating-print-line.

       print-duty-lists.

           open output duty-print-file.

           sort duty-sort-file
               on ascending key ds-teacher-id
                                ds-exam-date
                                ds-half-day
                                ds-room
               using duty-file
               output procedure is return-duties.

           close duty-print-file.

       return-duties.

           move "N" to sort-eof.
           move spaces to current-teacher.

           perform return-one-duty
               until sort-eof = "Y".

       return-one-duty.

           return duty-sort-file
               at end move "Y" to sort-eof
               not at end
                   if ds-teacher-id not = current-teacher
                       move ds-teacher-id to current-teacher
                       perform print-duty-heading
                   end-if
                   move ds-half-day to ss-half-day
                   perform set-half-day-text
                   move ds-exam-date to dd-exam-date
                   move half-day-text to dd-half-day
                   move ds-room to dd-room
                   move ds-class-code to dd-class-code
                   move ds-subject-id to dd-subject-id
                   move ds-candidates to dd-candidates
                   move duty-detail to duty-print-line
                   write duty-print-line
           end-return.

       print-duty-heading.

           move all "-" to duty-print-line.
           write duty-print-line.

           move "COLLEGE SAINT-MICHEL" to duty-print-line.
           write duty-print-line.

           if lang-is-french
               move "SURVEILLANCES D'EXAMENS" to duty-print-line
               move "ENSEIGNANT" to dt-label
           else
               move "EXAM INVIGILATION DUTIES" to duty-print-line
               move "TEACHER" to dt-label
           end-if.
           write duty-print-line.

           move spaces to duty-print-line.
           write duty-print-line.

           move ds-teacher-id to dt-teacher-id.
           move spaces to dt-teacher-name.
           if ds-teacher-id = "----"
               if lang-is-french
                   move "NON POURVU" to dt-teacher-name
               else
                   move "NOT COVERED" to dt-teacher-name
               end-if
           else
               perform find-teacher-name
           end-if.
           move duty-title to duty-print-line.
           write duty-print-line.

           move spaces to duty-print-line.
           write duty-print-line.

      *> the assignment master is keyed by class/subject, so the
      *> teacher's name is found by a pass over the file.
       find-teacher-name.

           if teacher-master-is-available
               move "N" to end-of-rooms
               move low-values to tm-assign-key
               start teacher-master-file
                       key is not less than tm-assign-key
                   invalid key move "Y" to end-of-rooms
               end-start
               perform until end-of-rooms = "Y"
                   read teacher-master-file next record
                       at end move "Y" to end-of-rooms
                       not at end
                           if tm-teacher-id = ds-teacher-id
                               move tm-teacher-name to dt-teacher-name
                               move "Y" to end-of-rooms
                           end-if
                   end-read
               end-perform
           end-if.
