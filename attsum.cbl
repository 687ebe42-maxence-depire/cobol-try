      *> term-end attendance summary: folds the daily roll-call file
      *> into the per-term ABSENCES.DAT ledger the grading run and the
      *> bulletins already read, so the office stops adding up paper
      *> sheets. each daily record is placed in its term by the term
      *> rows of the school calendar and counted per student/class/
      *> term; the half-days are turned into the ledger's day counts,
      *> a part day counting as a day. a student/class/term the daily
      *> file covers is replaced on the ledger; every other ledger row
      *> -- a term keyed before the roll call existed -- is carried
      *> over untouched, so the step can be rerun at will. lates do
      *> not go on the ledger; they print on the summary page.
       identification division.
       program-id. attsum.

       environment division.
       input-output section.
       file-control.
           select attendance-file assign to "DAILY-ATTENDANCE.DAT"
               organization indexed
               access mode is sequential
               record key is da-attend-key
               file status is attendance-status.

           select absences-file assign to "ABSENCES.DAT"
               organization line sequential
               file status is absences-file-status.

           select calendar-file assign to "SCHOOL-CALENDAR.DAT"
               organization line sequential
               file status is calendar-file-status.

           select summary-file assign to "ATTEND-SUMMARY.DAT"
               organization line sequential.

       data division.
       file section.
       fd  attendance-file.
           copy dailyatt.

      *> the absence ledger, one record per student per class/term:
      *> justified and unjustified day counts.
       fd  absences-file.
       01  absences-record.
           05 ab-student-id pic x(05).
           05 ab-class-code pic x(05).
           05 ab-term-code  pic x(04).
           05 ab-justified  pic 9(03).
           05 ab-unjustified pic 9(03).

       fd  calendar-file.
       01  calendar-record.
           05 cr-record-type pic x(01).
               88 cr-is-term value "T".
           05 cr-term-code   pic x(04).
           05 cr-date-from   pic x(08).
           05 cr-date-to     pic x(08).
           05 cr-description pic x(20).

       fd  summary-file.
       01  summary-line pic x(80).

       working-storage section.

           copy runlogfields.

           copy statfields.

           77 attendance-status    pic xx.
           77 absences-file-status pic xx.
           77 calendar-file-status pic xx.

           77 end-of-file pic x value "N".
               88 at-end-of-file value "Y".

           77 term-count pic 9(02) value zero.
           77 term-idx   pic 9(02).
           77 term-found pic x(04).

           01 term-table.
               05 term-entry occurs 20 times.
                   10 tt-term-code pic x(04).
                   10 tt-date-from pic x(08).
                   10 tt-date-to   pic x(08).

      *> the ledger as it stood, loaded whole; rows the daily file
      *> covers are overwritten in place, new ones appended.
           77 ledger-count pic 9(04) value zero.
           77 ledger-idx   pic 9(04).
           77 ledger-slot  pic 9(04).
           77 ledger-dropped pic 9(04) value zero.

           01 ledger-table.
               05 ledger-entry occurs 2000 times.
                   10 lt-student-id  pic x(05).
                   10 lt-class-code  pic x(05).
                   10 lt-term-code   pic x(04).
                   10 lt-justified   pic 9(03).
                   10 lt-unjustified pic 9(03).

      *> the daily file's counts per student/class/term, in half-days.
           77 tally-count pic 9(04) value zero.
           77 tally-idx   pic 9(04).
           77 tally-slot  pic 9(04).
           77 tally-dropped pic 9(04) value zero.

           01 tally-table.
               05 tally-entry occurs 2000 times.
                   10 ty-student-id    pic x(05).
                   10 ty-class-code    pic x(05).
                   10 ty-term-code     pic x(04).
                   10 ty-just-halves   pic 9(04).
                   10 ty-unjust-halves pic 9(04).
                   10 ty-lates         pic 9(04).

           77 records-read    pic 9(06) value zero.
           77 outside-terms   pic 9(05) value zero.
           77 rows-replaced   pic 9(04) value zero.
           77 rows-added      pic 9(04) value zero.

           77 day-count pic 9(04).

           01 summary-heading.
               05 filler pic x(40) value
                   " RELEVE DES ABSENCES PAR TERME          ".
               05 filler pic x(40) value
                   "   (DEMI-JOURNEES)                      ".

           01 summary-columns.
               05 filler pic x(40) value
                   " ELEVE CLASSE TERME  JUSTIF  NON-JUST  R".
               05 filler pic x(40) value
                   "ETARDS  JOURS J  JOURS NJ               ".

           01 summary-detail.
               05 filler            pic x      value space.
               05 sd-student-id     pic x(05).
               05 filler            pic x      value space.
               05 sd-class-code     pic x(05).
               05 filler            pic x(02)  value space.
               05 sd-term-code      pic x(04).
               05 filler            pic x(02)  value space.
               05 sd-just-halves    pic zzz9.
               05 filler            pic x(06)  value space.
               05 sd-unjust-halves  pic zzz9.
               05 filler            pic x(04)  value space.
               05 sd-lates          pic zzz9.
               05 filler            pic x(05)  value space.
               05 sd-just-days      pic zz9.
               05 filler            pic x(08)  value space.
               05 sd-unjust-days    pic zz9.

           01 summary-total.
               05 filler            pic x(30)  value
                   " RECORDS HORS TERME ".
               05 st-outside        pic zzzz9.

       procedure division.

           perform write-runlog-start.

           perform load-terms.

           if term-count = zero
               display "error: no term rows on SCHOOL-CALENDAR.DAT"
               move 8 to return-code
               perform write-runlog-end
               goback
           end-if.

           open input attendance-file.
           if attendance-status not = "00"
      *> the central handler says what broke in plain words, books
      *> it to the run log, and hands back the standard code.
               move "DAILY-ATTENDANCE.DAT" to fs-file-name
               move attendance-status to fs-status-code
               move "attsum" to fs-program
               call "filestat" using fs-file-name fs-status-code
                   fs-program fs-return-code
               move fs-return-code to return-code
               perform write-runlog-end
               goback
           end-if.

           move "N" to end-of-file.
           perform until at-end-of-file
               read attendance-file next record
                   at end move "Y" to end-of-file
                   not at end perform tally-one-record
               end-read
           end-perform.

           close attendance-file.

           perform load-ledger.

           open output summary-file.
           move summary-heading to summary-line.
           write summary-line.
           move summary-columns to summary-line.
           write summary-line.

           perform varying tally-idx from 1 by 1
                   until tally-idx > tally-count
               perform post-one-tally
           end-perform.

           move outside-terms to st-outside.
           move summary-total to summary-line.
           write summary-line.
           close summary-file.

      *> a ledger that did not fit the tables is left as it stood
      *> rather than rewritten short.
           if tally-dropped = zero and ledger-dropped = zero
               perform rewrite-ledger
           end-if.

           display "daily records read:   " records-read.
           display "ledger rows replaced: " rows-replaced.
           display "ledger rows added:    " rows-added.
           display "outside every term:   " outside-terms.

           if tally-dropped > zero or ledger-dropped > zero
               display "error: attendance past the 2000-entry tables,"
                   " ledger left unchanged"
               move 8 to return-code
           else
      *> a day outside every term is a keying slip or a calendar gap
      *> the office should look at; the ledger itself is still good.
               if outside-terms > zero
                   move 4 to return-code
               end-if
           end-if.

           perform write-runlog-end.
       goback.

       write-runlog-start.

           move "attsum" to rl-program-name.
           move "START" to rl-event.
           move zero to rl-records-read.
           move zero to rl-records-written.
           move zero to rl-return-code.
           call "runlog" using rl-program-name rl-event
               rl-records-read rl-records-written rl-return-code.

       write-runlog-end.

           move "attsum" to rl-program-name.
           move "END" to rl-event.
           move records-read to rl-records-read.
           move ledger-count to rl-records-written.
           move return-code to rl-return-code.
           call "runlog" using rl-program-name rl-event
               rl-records-read rl-records-written rl-return-code.

       load-terms.

           open input calendar-file.
           if calendar-file-status = "00"
               perform until at-end-of-file
                   read calendar-file
                       at end move "Y" to end-of-file
                       not at end
                           if cr-is-term and term-count < 20
                               add 1 to term-count
                               move cr-term-code
                                   to tt-term-code(term-count)
                               move cr-date-from
                                   to tt-date-from(term-count)
                               move cr-date-to
                                   to tt-date-to(term-count)
                           end-if
                   end-read
               end-perform
               close calendar-file
           end-if.

       tally-one-record.

           add 1 to records-read.

           move spaces to term-found.
           perform varying term-idx from 1 by 1
                   until term-idx > term-count
                       or term-found not = spaces
               if da-attend-date >= tt-date-from(term-idx)
                       and da-attend-date <= tt-date-to(term-idx)
                   move tt-term-code(term-idx) to term-found
               end-if
           end-perform.

           if term-found = spaces
               add 1 to outside-terms
           else
               perform find-tally-slot
               if tally-slot > zero
                   evaluate true
                       when da-is-late
                           add 1 to ty-lates(tally-slot)
                       when da-is-justified
                           add 1 to ty-just-halves(tally-slot)
                       when other
                           add 1 to ty-unjust-halves(tally-slot)
                   end-evaluate
               end-if
           end-if.

       find-tally-slot.

           move zero to tally-slot.
           perform varying tally-idx from 1 by 1
                   until tally-idx > tally-count or tally-slot > zero
               if ty-student-id(tally-idx) = da-student-id
                       and ty-class-code(tally-idx) = da-class-code
                       and ty-term-code(tally-idx) = term-found
                   move tally-idx to tally-slot
               end-if
           end-perform.

           if tally-slot = zero
               if tally-count >= 2000
                   add 1 to tally-dropped
               else
                   add 1 to tally-count
                   move tally-count to tally-slot
                   move da-student-id to ty-student-id(tally-slot)
                   move da-class-code to ty-class-code(tally-slot)
                   move term-found    to ty-term-code(tally-slot)
                   move zero to ty-just-halves(tally-slot)
                   move zero to ty-unjust-halves(tally-slot)
                   move zero to ty-lates(tally-slot)
               end-if
           end-if.

      *> the ledger is optional: a first run builds it from nothing.
       load-ledger.

           open input absences-file.
           if absences-file-status = "00"
               move "N" to end-of-file
               perform until at-end-of-file
                   read absences-file
                       at end move "Y" to end-of-file
                       not at end perform store-ledger-row
                   end-read
               end-perform
               close absences-file
           end-if.

       store-ledger-row.

           if ledger-count >= 2000
               add 1 to ledger-dropped
           else
               add 1 to ledger-count
               move ab-student-id to lt-student-id(ledger-count)
               move ab-class-code to lt-class-code(ledger-count)
               move ab-term-code  to lt-term-code(ledger-count)
               if ab-justified is numeric
                   move ab-justified to lt-justified(ledger-count)
               else
                   move zero to lt-justified(ledger-count)
               end-if
               if ab-unjustified is numeric
                   move ab-unjustified
                       to lt-unjustified(ledger-count)
               else
                   move zero to lt-unjustified(ledger-count)
               end-if
           end-if.

      *> half-days to days, a part day counting as a whole one.
       post-one-tally.

           move zero to ledger-slot.
           perform varying ledger-idx from 1 by 1
                   until ledger-idx > ledger-count
                       or ledger-slot > zero
               if lt-student-id(ledger-idx) = ty-student-id(tally-idx)
                       and lt-class-code(ledger-idx)
                           = ty-class-code(tally-idx)
                       and lt-term-code(ledger-idx)
                           = ty-term-code(tally-idx)
                   move ledger-idx to ledger-slot
               end-if
           end-perform.

           if ledger-slot = zero
               if ledger-count >= 2000
                   add 1 to ledger-dropped
               else
                   add 1 to ledger-count
                   move ledger-count to ledger-slot
                   move ty-student-id(tally-idx)
                       to lt-student-id(ledger-slot)
                   move ty-class-code(tally-idx)
                       to lt-class-code(ledger-slot)
                   move ty-term-code(tally-idx)
                       to lt-term-code(ledger-slot)
                   add 1 to rows-added
               end-if
           else
               add 1 to rows-replaced
           end-if.

           if ledger-slot > zero
               compute day-count =
                   (ty-just-halves(tally-idx) + 1) / 2
               move day-count to lt-justified(ledger-slot)
               compute day-count =
                   (ty-unjust-halves(tally-idx) + 1) / 2
               move day-count to lt-unjustified(ledger-slot)
           end-if.

           move ty-student-id(tally-idx)    to sd-student-id.
           move ty-class-code(tally-idx)    to sd-class-code.
           move ty-term-code(tally-idx)     to sd-term-code.
           move ty-just-halves(tally-idx)   to sd-just-halves.
           move ty-unjust-halves(tally-idx) to sd-unjust-halves.
           move ty-lates(tally-idx)         to sd-lates.
           compute sd-just-days = (ty-just-halves(tally-idx) + 1) / 2.
           compute sd-unjust-days =
               (ty-unjust-halves(tally-idx) + 1) / 2.
           move summary-detail to summary-line.
           write summary-line.

       rewrite-ledger.

           open output absences-file.

           perform varying ledger-idx from 1 by 1
                   until ledger-idx > ledger-count
               move lt-student-id(ledger-idx)  to ab-student-id
               move lt-class-code(ledger-idx)  to ab-class-code
               move lt-term-code(ledger-idx)   to ab-term-code
               move lt-justified(ledger-idx)   to ab-justified
               move lt-unjustified(ledger-idx) to ab-unjustified
               write absences-record
           end-perform.

           close absences-file.
