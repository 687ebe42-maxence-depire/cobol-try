      *> cumulative student record (dossier scolaire): the whole
      *> history of one student, or of every student of a leaving
      *> class, for a transfer out or a lycee application. the run
      *> history is walked across every year and term on file and
      *> laid out year by year -- each term's booked average (an
      *> appeal's APRES value replacing the grading run's), the
      *> annual decision, any rattrapage result, any certificate
      *> issued and the year's absence totals. everything comes from
      *> booked data; nothing is re-graded. a school year is the
      *> september-to-august span a history entry's run date falls
      *> in, so a student who repeats a class shows both years.
       identification division.
       program-id. dossier.

       environment division.
       input-output section.
       file-control.
           select request-file assign to "DOSSIER-REQUEST.DAT"
               organization line sequential
               file status is request-file-status.

           select student-master-file assign to "STUDENT-MASTER.DAT"
               organization indexed
               access mode is dynamic
               record key is sm-student-id
               file status is student-master-status.

           select history-file assign to "HISTORY.DAT"
               organization indexed
               access mode is dynamic
               record key is hr-history-key
               file status is history-file-status.

           select decisions-file assign to "DECISIONS.DAT"
               organization line sequential
               file status is decisions-file-status.

           select cert-register-file assign to "CERT-REGISTER.DAT"
               organization line sequential
               file status is cert-register-status.

           select absences-file assign to "ABSENCES.DAT"
               organization line sequential
               file status is absences-file-status.

           select dossier-file assign to "DOSSIER.DAT"
               organization line sequential.

           select lang-file assign to "LANG-FLAG.DAT"
               organization line sequential
               file status is lang-file-status.

       data division.
       file section.
       fd  request-file.
      *> one student id, or a class code to print every student the
      *> master places in that class.
       01  request-record.
           05 dr-student-id pic x(05).
           05 dr-class-code pic x(05).

       fd  student-master-file.
           copy studmast.

       fd  history-file.
           copy historyrec.

       fd  decisions-file.
       01  decisions-record.
           05 dc-student-id pic x(05).
           05 dc-class-code pic x(05).
           05 dc-annual-avg pic 9(02)v99.
           05 dc-decision   pic x(08).

       fd  cert-register-file.
       01  cert-register-record.
           05 cr-cert-number pic 9(06).
           05 cr-student-id  pic x(05).
           05 cr-class-code  pic x(05).
           05 cr-issue-date  pic x(08).

       fd  absences-file.
       01  absences-record.
           05 ab-student-id   pic x(05).
           05 ab-class-code   pic x(05).
           05 ab-term-code    pic x(04).
           05 ab-justified    pic 9(03).
           05 ab-unjustified  pic 9(03).

       fd  dossier-file.
       01  dossier-line pic x(80).

       fd  lang-file.
       01  lang-record pic x(01).

       working-storage section.

           copy runlogfields.

           copy langflag.
           77 lang-file-status pic xx.

           77 request-file-status   pic xx.
           77 student-master-status pic xx.
           77 history-file-status   pic xx.
           77 decisions-file-status pic xx.
           77 cert-register-status  pic xx.
           77 absences-file-status  pic xx.

           77 end-of-file pic x value "N".
               88 at-end-of-file value "Y".

           77 title-text pic x(40).

      *> the students asked for, each with the years found for them
      *> on the history; years are kept in the order first booked,
      *> which the history's key order makes chronological.
           77 student-count pic 9(03) value zero.
           77 student-idx   pic 9(03).
           77 student-slot  pic 9(03).
           77 students-dropped pic 9(04) value zero.

           77 year-idx  pic 9(02).
           77 year-slot pic 9(02).
           77 years-dropped pic 9(04) value zero.

           77 term-idx  pic 9(01).
           77 term-slot pic 9(01).

           01 dossier-table.
               05 dossier-student occurs 60 times.
                   10 ds-student-id   pic x(05).
                   10 ds-student-name pic x(20).
                   10 ds-year-count   pic 9(02).
                   10 ds-year occurs 8 times.
                       15 dy-school-year   pic x(09).
                       15 dy-class-code    pic x(05).
                       15 dy-term-count    pic 9(01).
                       15 dy-term occurs 6 times.
                           20 dt-term-code pic x(04).
                           20 dt-avg       pic 9(02)v99.
                           20 dt-appealed  pic x(01).
                       15 dy-decision      pic x(08).
                       15 dy-annual-avg    pic 9(02)v99.
                       15 dy-ratt-found    pic x(01).
                       15 dy-ratt-before   pic 9(02)v99.
                       15 dy-ratt-after    pic 9(02)v99.
                       15 dy-ratt-decision pic x(08).
                       15 dy-cert-number   pic 9(06).
                       15 dy-cert-date     pic x(08).
                       15 dy-abs-found     pic x(01).
                       15 dy-abs-just      pic 9(04).
                       15 dy-abs-unjust    pic 9(04).

           77 work-student-id  pic x(05).
           77 work-term-code   pic x(04).
           77 work-class-code  pic x(05).
           77 work-school-year pic x(09).

      *> a date's school year: september onwards opens the year
      *> named after its calendar year.
           01 year-date.
               05 yd-year  pic 9(04).
               05 yd-month pic 9(02).
               05 yd-day   pic 9(02).
           77 year-start pic 9(04).
           77 year-end   pic 9(04).

           77 history-used pic 9(06) value zero.
           77 lines-written pic 9(06) value zero.

           01 student-heading.
               05 filler            pic x(07) value " ELEVE ".
               05 sh-student-id     pic x(05).
               05 filler            pic x(02) value space.
               05 sh-student-name   pic x(20).

           01 year-heading.
               05 filler            pic x(08) value "  ANNEE ".
               05 yh-school-year    pic x(09).
               05 filler            pic x(09) value "  CLASSE ".
               05 yh-class-code     pic x(05).

           01 term-detail.
               05 filler            pic x(10) value "    TERME ".
               05 td-term-code      pic x(04).
               05 filler            pic x(11) value "  MOYENNE  ".
               05 td-avg            pic z9.99.
               05 filler            pic x(02) value space.
               05 td-appealed       pic x(12).

           01 decision-detail.
               05 filler            pic x(23)
                   value "    DECISION ANNUELLE  ".
               05 dd-decision       pic x(14).
               05 filler            pic x(06) value "  MOY ".
               05 dd-annual-avg     pic z9.99 blank when zero.

           01 makeup-detail.
               05 filler            pic x(23)
                   value "    RATTRAPAGE   AVANT ".
               05 md-before         pic z9.99.
               05 filler            pic x(07) value "  APRES".
               05 filler            pic x     value space.
               05 md-after          pic z9.99.
               05 filler            pic x(12) value "  DECISION  ".
               05 md-decision       pic x(08).

           01 cert-detail.
               05 filler            pic x(23)
                   value "    ATTESTATION  NO.   ".
               05 ce-cert-number    pic 9(06).
               05 filler            pic x(06) value "  DU  ".
               05 ce-issue-date     pic x(08).

           01 absence-detail.
               05 filler            pic x(30)
                   value "    ABSENCES     JUSTIFIEES   ".
               05 ad-just           pic zzz9.
               05 filler            pic x(19)
                   value "   NON JUSTIFIEES ".
               05 ad-unjust         pic zzz9.

       procedure division.

           perform write-runlog-start.

           perform read-lang-flag.

           if lang-is-french
               move " COLLEGE SAINT-MICHEL - DOSSIER SCOLAIRE"
                   to title-text
           else
               move " COLLEGE SAINT-MICHEL - CUMULATIVE RECORD"
                   to title-text
           end-if.

           perform read-dossier-request.

           perform load-requested-students.

           if student-count = zero
               display "no student matches the dossier request"
               move 4 to return-code
               perform write-runlog-end
               goback
           end-if.

           open input history-file.
           if history-file-status not = "00"
               display "error: cannot open HISTORY.DAT"
               move 8 to return-code
               perform write-runlog-end
               goback
           end-if.

           move "N" to end-of-file.
           perform until at-end-of-file
               read history-file next record
                   at end move "Y" to end-of-file
                   not at end perform collect-history-entry
               end-read
           end-perform.

           close history-file.

           perform attach-decisions.
           perform attach-certificates.
           perform attach-absences.

           perform write-dossier-file.

           display "dossiers printed: " student-count.

           if students-dropped > zero or years-dropped > zero
               display "error: dossier past the 60-student or"
                   " 8-year table, dossier is incomplete"
               move 8 to return-code
           end-if.

           perform write-runlog-end.
       goback.

       write-runlog-start.

           move "dossier" to rl-program-name.
           move "START" to rl-event.
           move zero to rl-records-read.
           move zero to rl-records-written.
           move zero to rl-return-code.
           call "runlog" using rl-program-name rl-event
               rl-records-read rl-records-written rl-return-code.

       write-runlog-end.

           move "dossier" to rl-program-name.
           move "END" to rl-event.
           move history-used to rl-records-read.
           move lines-written to rl-records-written.
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

       read-dossier-request.

           open input request-file.
           if request-file-status not = "00"
               display "error: cannot open DOSSIER-REQUEST.DAT"
               move 8 to return-code
               perform write-runlog-end
               goback
           end-if.
           read request-file
               at end
                   display "error: empty dossier request"
                   move 8 to return-code
                   close request-file
                   perform write-runlog-end
                   goback
           end-read.
           close request-file.

      *> one student is taken as asked even when the master no longer
      *> carries them -- a purged leaver still has a history; a class
      *> brings in every student the master places in it, enrolled or
      *> already marked as having left.
       load-requested-students.

           open input student-master-file.

           if dr-student-id not = spaces
               move dr-student-id to work-student-id
               perform add-requested-student
               if student-master-status = "00"
                   move dr-student-id to sm-student-id
                   read student-master-file
                       invalid key continue
                       not invalid key
                           move sm-student-name
                               to ds-student-name(student-slot)
                   end-read
               end-if
           else
               if student-master-status = "00"
                   perform load-class-students
               end-if
           end-if.

           if student-master-status = "00"
               close student-master-file
           end-if.

       load-class-students.

           move low-values to sm-student-id.
           move "N" to end-of-file.
           start student-master-file
                   key is not less than sm-student-id
               invalid key move "Y" to end-of-file
           end-start.

           perform until at-end-of-file
               read student-master-file next record
                   at end move "Y" to end-of-file
                   not at end
                       if sm-class-code = dr-class-code
                           move sm-student-id to work-student-id
                           perform add-requested-student
                           if student-slot > zero
                               move sm-student-name
                                   to ds-student-name(student-slot)
                           end-if
                       end-if
               end-read
           end-perform.

       add-requested-student.

           move zero to student-slot.
           if student-count >= 60
               add 1 to students-dropped
           else
               add 1 to student-count
               move student-count to student-slot
               move work-student-id to ds-student-id(student-slot)
               move spaces to ds-student-name(student-slot)
               move zero to ds-year-count(student-slot)
           end-if.

       find-student-slot.

           move zero to student-slot.
           perform varying student-idx from 1 by 1
                   until student-idx > student-count
                       or student-slot > zero
               if ds-student-id(student-idx) = work-student-id
                   move student-idx to student-slot
               end-if
           end-perform.

      *> the grading run's averages, an appeal's re-booked average,
      *> and the rattrapage outcome -- the only history entries that
      *> belong on a dossier.
       collect-history-entry.

           evaluate true
               when hr-program-name = "conditions"
                       and hr-label-1 = "AVERAGE"
                       and hr-identifier(6:1) = "/"
                   move hr-identifier(1:5) to work-student-id
                   move hr-identifier(7:4) to work-term-code
                   move hr-label-2(1:5)    to work-class-code
                   perform find-student-slot
                   if student-slot > zero
                       perform store-term-average
                   end-if
               when hr-program-name = "regrade"
                       and hr-label-2 = "APRES"
                       and hr-identifier(6:1) = "/"
                   move hr-identifier(1:5) to work-student-id
                   move hr-identifier(7:4) to work-term-code
                   move hr-label-3(1:5)    to work-class-code
                   perform find-student-slot
                   if student-slot > zero
                       perform store-appeal-average
                   end-if
               when hr-program-name = "makeup"
                       and hr-identifier(6:5) = "/RATT"
                   move hr-identifier(1:5) to work-student-id
                   perform find-student-slot
                   if student-slot > zero
                       perform store-makeup-result
                   end-if
               when other
                   continue
           end-evaluate.

       set-school-year.

           if yd-month >= 9
               move yd-year to year-start
           else
               compute year-start = yd-year - 1
           end-if.
           compute year-end = year-start + 1.
           move spaces to work-school-year.
           string year-start delimited by size
                  "-" delimited by size
                  year-end delimited by size
                  into work-school-year.

      *> the student's year for a school year and class, opened the
      *> first time either is seen.
       find-year-slot.

           move zero to year-slot.
           perform varying year-idx from 1 by 1
                   until year-idx > ds-year-count(student-slot)
                       or year-slot > zero
               if dy-school-year(student-slot, year-idx)
                       = work-school-year
                       and dy-class-code(student-slot, year-idx)
                           = work-class-code
                   move year-idx to year-slot
               end-if
           end-perform.

           if year-slot = zero
               if ds-year-count(student-slot) >= 8
                   add 1 to years-dropped
               else
                   add 1 to ds-year-count(student-slot)
                   move ds-year-count(student-slot) to year-slot
                   move spaces
                       to ds-year(student-slot, year-slot)
                   move work-school-year
                       to dy-school-year(student-slot, year-slot)
                   move work-class-code
                       to dy-class-code(student-slot, year-slot)
                   move zero to dy-term-count(student-slot, year-slot)
                   move zero to dy-annual-avg(student-slot, year-slot)
                   move "N" to dy-ratt-found(student-slot, year-slot)
                   move zero to dy-cert-number(student-slot, year-slot)
                   move "N" to dy-abs-found(student-slot, year-slot)
                   move zero to dy-abs-just(student-slot, year-slot)
                   move zero to dy-abs-unjust(student-slot, year-slot)
               end-if
           end-if.

       find-term-slot.

           move zero to term-slot.
           perform varying term-idx from 1 by 1
                   until term-idx
                           > dy-term-count(student-slot, year-slot)
                       or term-slot > zero
               if dt-term-code(student-slot, year-slot, term-idx)
                       = work-term-code
                   move term-idx to term-slot
               end-if
           end-perform.

           if term-slot = zero
                   and dy-term-count(student-slot, year-slot) < 6
               add 1 to dy-term-count(student-slot, year-slot)
               move dy-term-count(student-slot, year-slot) to term-slot
               move work-term-code
                   to dt-term-code(student-slot, year-slot, term-slot)
               move "N"
                   to dt-appealed(student-slot, year-slot, term-slot)
           end-if.

      *> read in key order, a re-graded term's latest average is the
      *> one that sticks -- the same rule the annual decision uses.
       store-term-average.

           move hr-run-date to year-date.
           perform set-school-year.
           perform find-year-slot.

           if year-slot > zero
               perform find-term-slot
               if term-slot > zero
                   add 1 to history-used
                   move hr-value-1
                       to dt-avg(student-slot, year-slot, term-slot)
                   move "N"
                       to dt-appealed(student-slot, year-slot,
                           term-slot)
               end-if
           end-if.

       store-appeal-average.

           move hr-run-date to year-date.
           perform set-school-year.
           perform find-year-slot.

           if year-slot > zero
               perform find-term-slot
               if term-slot > zero
                   add 1 to history-used
                   move hr-value-2
                       to dt-avg(student-slot, year-slot, term-slot)
                   move "Y"
                       to dt-appealed(student-slot, year-slot,
                           term-slot)
               end-if
           end-if.

      *> the rattrapage entry names no class; it belongs to the last
      *> year opened for the student in the same school year.
       store-makeup-result.

           move hr-run-date to year-date.
           perform set-school-year.

           move zero to year-slot.
           perform varying year-idx from 1 by 1
                   until year-idx > ds-year-count(student-slot)
               if dy-school-year(student-slot, year-idx)
                       = work-school-year
                   move year-idx to year-slot
               end-if
           end-perform.

           if year-slot > zero
               add 1 to history-used
               move "Y" to dy-ratt-found(student-slot, year-slot)
               move hr-value-1
                   to dy-ratt-before(student-slot, year-slot)
               move hr-value-2
                   to dy-ratt-after(student-slot, year-slot)
               move hr-label-3(1:8)
                   to dy-ratt-decision(student-slot, year-slot)
           end-if.

      *> the latest year the student spent in a class, for the booked
      *> files that carry a class but no date.
       find-latest-class-year.

           move zero to year-slot.
           perform varying year-idx from 1 by 1
                   until year-idx > ds-year-count(student-slot)
               if dy-class-code(student-slot, year-idx)
                       = work-class-code
                   move year-idx to year-slot
               end-if
           end-perform.

      *> the decisions file holds the latest annual run only, so it
      *> lands on the latest year the student spent in that class.
       attach-decisions.

           open input decisions-file.
           if decisions-file-status = "00"
               move "N" to end-of-file
               perform until at-end-of-file
                   read decisions-file
                       at end move "Y" to end-of-file
                       not at end
                           move dc-student-id to work-student-id
                           move dc-class-code to work-class-code
                           perform find-student-slot
                           if student-slot > zero
                               perform find-latest-class-year
                               if year-slot > zero
                                   move dc-decision
                                       to dy-decision(student-slot,
                                           year-slot)
                                   move dc-annual-avg
                                       to dy-annual-avg(student-slot,
                                           year-slot)
                               end-if
                           end-if
                   end-read
               end-perform
               close decisions-file
           end-if.

       attach-certificates.

           open input cert-register-file.
           if cert-register-status = "00"
               move "N" to end-of-file
               perform until at-end-of-file
                   read cert-register-file
                       at end move "Y" to end-of-file
                       not at end
                           move cr-student-id to work-student-id
                           move cr-class-code to work-class-code
                           perform find-student-slot
                           if student-slot > zero
                               perform find-latest-class-year
                               if year-slot > zero
                                   move cr-cert-number
                                       to dy-cert-number(student-slot,
                                           year-slot)
                                   move cr-issue-date
                                       to dy-cert-date(student-slot,
                                           year-slot)
                               end-if
                           end-if
                   end-read
               end-perform
               close cert-register-file
           end-if.

      *> the absence ledger is kept per class and term; the year's
      *> total is every term of the class added together.
       attach-absences.

           open input absences-file.
           if absences-file-status = "00"
               move "N" to end-of-file
               perform until at-end-of-file
                   read absences-file
                       at end move "Y" to end-of-file
                       not at end
                           move ab-student-id to work-student-id
                           move ab-class-code to work-class-code
                           perform find-student-slot
                           if student-slot > zero
                               perform find-latest-class-year
                               if year-slot > zero
                                   perform add-year-absences
                               end-if
                           end-if
                   end-read
               end-perform
               close absences-file
           end-if.

       add-year-absences.

           move "Y" to dy-abs-found(student-slot, year-slot).
           add ab-justified to dy-abs-just(student-slot, year-slot).
           add ab-unjustified to dy-abs-unjust(student-slot, year-slot).

       write-dossier-file.

           open output dossier-file.

           perform varying student-idx from 1 by 1
                   until student-idx > student-count
               move student-idx to student-slot
               perform write-one-dossier
           end-perform.

           close dossier-file.

       write-one-dossier.

           move all "-" to dossier-line.
           perform put-line.

           move title-text to dossier-line.
           perform put-line.

           move ds-student-id(student-slot) to sh-student-id.
           move ds-student-name(student-slot) to sh-student-name.
           move student-heading to dossier-line.
           perform put-line.

           move spaces to dossier-line.
           perform put-line.

           if ds-year-count(student-slot) = zero
               move "  AUCUNE NOTE ENREGISTREE" to dossier-line
               perform put-line
           end-if.

           perform varying year-idx from 1 by 1
                   until year-idx > ds-year-count(student-slot)
               move year-idx to year-slot
               perform write-one-year
           end-perform.

       write-one-year.

           move dy-school-year(student-slot, year-slot)
               to yh-school-year.
           move dy-class-code(student-slot, year-slot)
               to yh-class-code.
           move year-heading to dossier-line.
           perform put-line.

           perform varying term-idx from 1 by 1
                   until term-idx
                       > dy-term-count(student-slot, year-slot)
               move dt-term-code(student-slot, year-slot, term-idx)
                   to td-term-code
               move spaces to td-appealed
               move dt-avg(student-slot, year-slot, term-idx) to td-avg
               if dt-appealed(student-slot, year-slot, term-idx) = "Y"
                   move "APRES APPEL" to td-appealed
               end-if
               move term-detail to dossier-line
               perform put-line
           end-perform.

           if dy-decision(student-slot, year-slot) = spaces
               move "NON DISPONIBLE" to dd-decision
               move zero to dd-annual-avg
           else
               move dy-decision(student-slot, year-slot) to dd-decision
               move dy-annual-avg(student-slot, year-slot)
                   to dd-annual-avg
           end-if.
           move decision-detail to dossier-line.
           perform put-line.

           if dy-ratt-found(student-slot, year-slot) = "Y"
               move dy-ratt-before(student-slot, year-slot)
                   to md-before
               move dy-ratt-after(student-slot, year-slot)
                   to md-after
               move dy-ratt-decision(student-slot, year-slot)
                   to md-decision
               move makeup-detail to dossier-line
               perform put-line
           end-if.

           if dy-cert-number(student-slot, year-slot) > zero
               move dy-cert-number(student-slot, year-slot)
                   to ce-cert-number
               move dy-cert-date(student-slot, year-slot)
                   to ce-issue-date
               move cert-detail to dossier-line
               perform put-line
           end-if.

           if dy-abs-found(student-slot, year-slot) = "Y"
               move dy-abs-just(student-slot, year-slot)
                   to ad-just
               move dy-abs-unjust(student-slot, year-slot)
                   to ad-unjust
               move absence-detail to dossier-line
               perform put-line
           end-if.

           move spaces to dossier-line.
           perform put-line.

       put-line.

           write dossier-line.
           add 1 to lines-written.
