      *> same-day unexplained-absence notices for the vie scolaire
      *> office: every unjustified absence on the daily attendance
      *> file for the business date, recorded at roll call before
      *> noon, produces a notice the same afternoon, addressed from
      *> the guardian master the way the honor/probation letters are.
      *> a student whose unjustified absence days within the rolling
      *> window reach the site threshold gets the stronger letter
      *> instead, and lands on the counselors' list. every notice
      *> sent is appended to the ABSENCE-NOTICES.DAT register, which
      *> is what answers a "we never heard" call -- and what keeps a
      *> rerun of the afternoon from mailing the same notice twice.
       identification division.
       program-id. absnotice.

       environment division.
       input-output section.
       file-control.
           select attendance-file assign to "DAILY-ATTENDANCE.DAT"
               organization indexed
               access mode is sequential
               record key is da-attend-key
               file status is attendance-status.

           select student-master-file assign to "STUDENT-MASTER.DAT"
               organization indexed
               access mode is dynamic
               record key is sm-student-id
               file status is student-master-status.

           select guardian-master-file assign to "GUARDIAN-MASTER.DAT"
               organization indexed
               access mode is dynamic
               record key is gd-student-id
               file status is guardian-master-status.

           select register-file assign to "ABSENCE-NOTICES.DAT"
               organization line sequential
               file status is register-file-status.

           select notices-file assign to "ABSENCE-LETTERS.DAT"
               organization line sequential.

           select counselor-file assign to "COUNSELOR-LIST.DAT"
               organization line sequential.

           select lang-file assign to "LANG-FLAG.DAT"
               organization line sequential
               file status is lang-file-status.

           select run-date-file assign to "RUN-DATE.DAT"
               organization line sequential
               file status is run-date-status.

       data division.
       file section.
       fd  attendance-file.
           copy dailyatt.

       fd  student-master-file.
           copy studmast.

       fd  guardian-master-file.
           copy guardmast.

      *> one row per notice sent: the student and absence date it
      *> answers, the letter sent (N notice, E escalation), whether
      *> the guardian's address was on file, and when.
       fd  register-file.
       01  register-record.
           05 nr-student-id    pic x(05).
           05 filler           pic x value space.
           05 nr-absence-date  pic x(08).
           05 filler           pic x value space.
           05 nr-letter-type   pic x(01).
           05 filler           pic x value space.
           05 nr-class-code    pic x(05).
           05 filler           pic x value space.
           05 nr-window-days   pic 9(03).
           05 filler           pic x value space.
           05 nr-addressed     pic x(01).
           05 filler           pic x value space.
           05 nr-timestamp     pic x(15).

       fd  notices-file.
       01  notices-line pic x(60).

       fd  counselor-file.
       01  counselor-line pic x(80).

       fd  lang-file.
       01  lang-record pic x(01).

       fd  run-date-file.
       01  run-date-record.
           05 rdc-business-date pic x(08).

       working-storage section.

      *> the business date whose absences are noticed. no control
      *> card means today.
           77 run-date-status pic xx.
           77 business-date   pic x(08).

           copy runlogfields.

           copy paramfields.

           copy langflag.
           77 lang-file-status pic xx.

           77 attendance-status      pic xx.
           77 student-master-status  pic xx.
           77 guardian-master-status pic xx.
           77 register-file-status   pic xx.

           77 student-master-available pic x value "N".
               88 student-master-is-available value "Y".
           77 guardian-master-available pic x value "N".
               88 guardian-master-is-available value "Y".

           77 end-of-file pic x value "N".
               88 at-end-of-file value "Y".

      *> a roll call recorded at or after this time of day waits for
      *> tomorrow's notices, as the office's afternoon run requires.
           77 notice-cutoff pic x(06) value "120000".

      *> the escalation rule: this many unjustified absence days
      *> within the rolling window of calendar days ending on the
      *> business date. both overridable through SITE-PARAMS.DAT.
           77 escalate-days pic 9(03) value 4.
           77 window-days   pic 9(03) value 30.
           77 window-start  pic x(08).
           77 window-int    pic 9(08).

      *> the notices already on the register for the business date,
      *> so a rerun skips them.
           77 sent-count pic 9(04) value zero.
           77 sent-idx   pic 9(04).
           77 already-sent pic x.
               88 notice-already-sent value "Y".

           01 sent-table.
               05 sent-student-id occurs 2000 times pic x(05).

      *> per-student state while the attendance file is walked in
      *> student/date order.
           77 current-student  pic x(05) value low-values.
           77 current-class    pic x(05).
           77 last-counted-date pic x(08).
           77 unjust-days      pic 9(03).
           77 notice-due pic x.
               88 notice-is-due value "Y".

           77 letter-kind pic x.
               88 notice-letter     value "N".
               88 escalation-letter value "E".

           77 guardian-found pic x.

      *> every notice printed is also dropped on the notification
      *> queue for the family's phone or mail box.
           copy notifyfields.

           77 records-read      pic 9(06) value zero.
           77 notices-printed   pic 9(04) value zero.
           77 escalations       pic 9(04) value zero.
           77 guardians-missing pic 9(04) value zero.
           77 notices-skipped   pic 9(04) value zero.

           01 merge-name-detail.
               05 filler            pic x(02) value space.
               05 mn-text           pic x(30).
               05 mn-value          pic x(20).

           01 counselor-heading.
               05 filler            pic x(33) value
                   " ABSENCES REPETEES - CONSEILLERS ".
               05 ch-business-date  pic x(08).

           01 counselor-detail.
               05 filler            pic x      value space.
               05 cl-student-id     pic x(05).
               05 filler            pic x(02)  value space.
               05 cl-student-name   pic x(20).
               05 filler            pic x(02)  value space.
               05 cl-class-code     pic x(05).
               05 filler            pic x(02)  value space.
               05 cl-unjust-days    pic zz9.
               05 filler            pic x(18)  value
                   " JOURS NON JUSTIF.".

       procedure division.

           perform write-runlog-start.

           perform read-business-date.
           perform read-lang-flag.
           perform read-notice-params.

           compute window-int = function integer-of-date(
               function numval(business-date)) - window-days + 1.
           move function date-of-integer(window-int) to window-start.

           open input attendance-file.
           if attendance-status not = "00"
               display "error: cannot open DAILY-ATTENDANCE.DAT"
      *> non-zero so a calling job step can detect the missing file.
               move 8 to return-code
               perform write-runlog-end
               goback
           end-if.

           perform load-sent-notices.

           open input student-master-file.
           if student-master-status = "00"
               move "Y" to student-master-available
           end-if.

           open input guardian-master-file.
           if guardian-master-status = "00"
               move "Y" to guardian-master-available
           end-if.

           open extend register-file.
           if register-file-status = "35"
               open output register-file
           end-if.

           open output notices-file.
           open output counselor-file.
           move business-date to ch-business-date.
           move counselor-heading to counselor-line.
           write counselor-line.

           move "N" to end-of-file.
           perform until at-end-of-file
               read attendance-file next record
                   at end move "Y" to end-of-file
                   not at end perform walk-one-record
               end-read
           end-perform.

           if current-student not = low-values
               perform finish-one-student
           end-if.

           close attendance-file.
           close register-file.
           close notices-file.
           close counselor-file.

           if student-master-is-available
               close student-master-file
           end-if.
           if guardian-master-is-available
               close guardian-master-file
           end-if.

           display "notices printed:      " notices-printed.
           display "escalation letters:   " escalations.
           display "already sent, skipped: " notices-skipped.

           if guardians-missing > zero
               display "students with no guardian record: "
                   guardians-missing
      *> non-zero so the office fills the master before mailing.
               move 4 to return-code
           end-if.

           perform write-runlog-end.
       goback.

       write-runlog-start.

           move "absnotice" to rl-program-name.
           move "START" to rl-event.
           move zero to rl-records-read.
           move zero to rl-records-written.
           move zero to rl-return-code.
           call "runlog" using rl-program-name rl-event
               rl-records-read rl-records-written rl-return-code.

       write-runlog-end.

           move "absnotice" to rl-program-name.
           move "END" to rl-event.
           move records-read to rl-records-read.
           move notices-printed to rl-records-written.
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

       read-lang-flag.

           open input lang-file.
           if lang-file-status = "00"
               read lang-file
                   not at end move lang-record to lang-flag
               end-read
               close lang-file
           end-if.

       read-notice-params.

           move "ABS-ESCALATE-DAYS" to pm-name.
           call "getparam" using pm-name pm-value pm-found.
           if pm-found = "Y" and pm-value > zero
               move pm-value to escalate-days
           end-if.

           move "ABS-WINDOW-DAYS" to pm-name.
           call "getparam" using pm-name pm-value pm-found.
           if pm-found = "Y" and pm-value > zero
               move pm-value to window-days
           end-if.

       load-sent-notices.

           open input register-file.
           if register-file-status = "00"
               perform until at-end-of-file
                   read register-file
                       at end move "Y" to end-of-file
                       not at end
                           if nr-absence-date = business-date
                                   and sent-count < 2000
                               add 1 to sent-count
                               move nr-student-id
                                   to sent-student-id(sent-count)
                           end-if
                   end-read
               end-perform
               close register-file
           end-if.
           move "N" to end-of-file.

      *> the file arrives in student/date/half-day order, so each
      *> student's records are contiguous and a morning and an
      *> afternoon absence on one date count as the one day.
       walk-one-record.

           add 1 to records-read.

           if da-student-id not = current-student
               if current-student not = low-values
                   perform finish-one-student
               end-if
               move da-student-id to current-student
               move da-class-code to current-class
               move spaces to last-counted-date
               move zero to unjust-days
               move "N" to notice-due
           end-if.

           if da-is-absent and da-is-unjustified
               if da-attend-date >= window-start
                       and da-attend-date <= business-date
                       and da-attend-date not = last-counted-date
                   add 1 to unjust-days
                   move da-attend-date to last-counted-date
               end-if
               if da-attend-date = business-date
                       and da-recorded-date = business-date
                       and da-recorded-time < notice-cutoff
                   move "Y" to notice-due
                   move da-class-code to current-class
               end-if
           end-if.

       finish-one-student.

           if notice-is-due
               move "N" to already-sent
               perform varying sent-idx from 1 by 1
                       until sent-idx > sent-count
                           or notice-already-sent
                   if sent-student-id(sent-idx) = current-student
                       move "Y" to already-sent
                   end-if
               end-perform
               if notice-already-sent
                   add 1 to notices-skipped
               else
                   perform send-one-notice
               end-if
           end-if.

       send-one-notice.

           if unjust-days >= escalate-days
               move "E" to letter-kind
               add 1 to escalations
           else
               move "N" to letter-kind
           end-if.

           move spaces to sm-student-name.
           if student-master-is-available
               move current-student to sm-student-id
               read student-master-file
                   invalid key move spaces to sm-student-name
               end-read
           end-if.

           perform find-guardian.
           perform print-notice-page.
           add 1 to notices-printed.

           if escalation-letter
               move current-student to cl-student-id
               move sm-student-name to cl-student-name
               move current-class   to cl-class-code
               move unjust-days     to cl-unjust-days
               move counselor-detail to counselor-line
               write counselor-line
           end-if.

           move spaces to register-record.
           move current-student to nr-student-id.
           move business-date   to nr-absence-date.
           move letter-kind     to nr-letter-type.
           move current-class   to nr-class-code.
           move unjust-days     to nr-window-days.
           move guardian-found  to nr-addressed.
           move function current-date to nr-timestamp.
           write register-record.

           perform queue-absence-message.

       queue-absence-message.

           move "S" to nf-recipient-kind.
           move current-student to nf-recipient-id.
           move "ABS" to nf-source.
           move business-date to nf-reference.
           move spaces to nf-text.
           evaluate true
               when escalation-letter and lang-is-french
                   string "ABSENCES REPETEES NON JUSTIFIEES - "
                              delimited by size
                          sm-student-name delimited by size
                          into nf-text
               when escalation-letter
                   string "REPEATED UNEXPLAINED ABSENCES - "
                              delimited by size
                          sm-student-name delimited by size
                          into nf-text
               when lang-is-french
                   string "ABSENCE NON JUSTIFIEE LE " delimited by size
                          business-date delimited by size
                          " - " delimited by size
                          sm-student-name delimited by size
                          into nf-text
               when other
                   string "UNEXPLAINED ABSENCE ON " delimited by size
                          business-date delimited by size
                          " - " delimited by size
                          sm-student-name delimited by size
                          into nf-text
           end-evaluate.
           move "absnotice" to nf-program.
           call "notifyq" using nf-recipient-kind nf-recipient-id
               nf-source nf-reference nf-text nf-program nf-queued.

       find-guardian.

           move "N" to guardian-found.

           if guardian-master-is-available
               move current-student to gd-student-id
               read guardian-master-file
                   invalid key continue
                   not invalid key move "Y" to guardian-found
               end-read
           end-if.

           if guardian-found = "N"
               add 1 to guardians-missing
           end-if.

       print-notice-page.

           move all "-" to notices-line.
           write notices-line.

           move "COLLEGE SAINT-MICHEL" to notices-line.
           write notices-line.

           move spaces to notices-line.
           write notices-line.

           if guardian-found = "Y"
               move gd-guardian-name to notices-line
               write notices-line
               move gd-addr-line-1 to notices-line
               write notices-line
               if gd-addr-line-2 not = spaces
                   move gd-addr-line-2 to notices-line
                   write notices-line
               end-if
               move spaces to notices-line
               string gd-postal-code delimited by size
                      " " delimited by size
                      gd-city delimited by size
                      into notices-line
               write notices-line
           else
               move "*** ADRESSE A COMPLETER ***" to notices-line
               write notices-line
           end-if.

           move spaces to notices-line.
           write notices-line.

           if lang-is-french
               move "Madame, Monsieur," to notices-line
           else
               move "Dear Parent or Guardian," to notices-line
           end-if.
           write notices-line.

           move spaces to notices-line.
           write notices-line.

           move spaces to merge-name-detail.
           if lang-is-french
               move "Concernant l'eleve: " to mn-text
           else
               move "Regarding the student: " to mn-text
           end-if.
           move sm-student-name to mn-value.
           move merge-name-detail to notices-line.
           write notices-line.

           move spaces to merge-name-detail.
           if lang-is-french
               move "Classe: " to mn-text
           else
               move "Class: " to mn-text
           end-if.
           move current-class to mn-value.
           move merge-name-detail to notices-line.
           write notices-line.

           move spaces to merge-name-detail.
           if lang-is-french
               move "Date de l'absence: " to mn-text
           else
               move "Date of absence: " to mn-text
           end-if.
           move business-date to mn-value.
           move merge-name-detail to notices-line.
           write notices-line.

           move spaces to notices-line.
           write notices-line.

           if escalation-letter
               perform print-escalation-text
           else
               perform print-notice-text
           end-if.

           move spaces to notices-line.
           write notices-line.

           if lang-is-french
               move "  LE CONSEILLER PRINCIPAL D'EDUCATION"
                   to notices-line
           else
               move "  THE SENIOR EDUCATION COUNSELOR"
                   to notices-line
           end-if.
           write notices-line.

           move spaces to notices-line.
           write notices-line.

       print-notice-text.

           if lang-is-french
               move "  Votre enfant a ete note absent ce jour sans"
                   to notices-line
               write notices-line
               move "  justification. Merci de nous faire parvenir"
                   to notices-line
               write notices-line
               move "  un justificatif dans les meilleurs delais."
                   to notices-line
               write notices-line
           else
               move "  Your child was recorded absent today with"
                   to notices-line
               write notices-line
               move "  no explanation. Please send us a note"
                   to notices-line
               write notices-line
               move "  explaining the absence as soon as possible."
                   to notices-line
               write notices-line
           end-if.

       print-escalation-text.

           if lang-is-french
               move "  Votre enfant a ete note absent ce jour sans"
                   to notices-line
               write notices-line
               move "  justification. Ces absences non justifiees"
                   to notices-line
               write notices-line
               move "  se repetent. Nous vous demandons de prendre"
                   to notices-line
               write notices-line
               move "  rendez-vous sans delai avec le conseiller."
                   to notices-line
               write notices-line
           else
               move "  Your child was recorded absent today with"
                   to notices-line
               write notices-line
               move "  no explanation, and such absences are now"
                   to notices-line
               write notices-line
               move "  repeated. Please contact the counselor for"
                   to notices-line
               write notices-line
               move "  an appointment without delay."
                   to notices-line
               write notices-line
           end-if.
