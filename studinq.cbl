      *> student inquiry for the parent on the phone: one read-only
      *> screen keyed by student-id that pulls together what used to
      *> take four programs and a phone call down the corridor -- the
      *> student master entry, the guardian and the address, the
      *> current class and term, the latest averages and rank off the
      *> ranked transcript, the absence totals, the boundary
      *> exceptions still open, the last transcript mailing status
      *> and any grade correction or regrade still waiting on the
      *> approval queue, approved or not. nothing
      *> is written except the compliance input trail, where every
      *> lookup is stamped like the other screens' accepts.
       identification division.
       program-id. studinq.

       environment division.
       input-output section.
       file-control.
           select student-master-file assign to "STUDENT-MASTER.DAT"
               organization indexed
               access mode is dynamic
               record key is sm-student-id
               file status is student-master-status.

           select guardian-master-file
               assign to "GUARDIAN-MASTER.DAT"
               organization indexed
               access mode is dynamic
               record key is gd-student-id
               file status is guardian-master-status.

           select exception-master-file
               assign to "EXCEPTION-MASTER.DAT"
               organization indexed
               access mode is dynamic
               record key is em-exception-key
               file status is exception-master-status.

           select transcript-file assign to "TRANSCRIPT.DAT"
               organization line sequential
               file status is transcript-file-status.

           select absences-file assign to "ABSENCES.DAT"
               organization line sequential
               file status is absences-file-status.

           select mailing-control-file assign to "MAILING-CONTROL.DAT"
               organization line sequential
               file status is mailing-control-status.

           select approval-file assign to "APPROVAL-QUEUE.DAT"
               organization indexed
               access mode is dynamic
               record key is aq-item-number
               file status is approval-file-status.

           select calendar-file assign to "SCHOOL-CALENDAR.DAT"
               organization line sequential
               file status is calendar-file-status.

           select run-date-file assign to "RUN-DATE.DAT"
               organization line sequential
               file status is run-date-status.

           select accept-audit-file assign to "ACCEPT-AUDIT.DAT"
               organization line sequential
               file status is accept-audit-status.

           select session-file assign to "SESSION-OPERATOR.DAT"
               organization line sequential
               file status is session-file-status.

       data division.
       file section.
       fd  student-master-file.
           copy studmast.

       fd  guardian-master-file.
           copy guardmast.

       fd  exception-master-file.
           copy excmast.

       fd  transcript-file.
       01  transcript-line pic x(108).

       fd  absences-file.
       01  absences-record.
           05 ab-student-id   pic x(05).
           05 ab-class-code   pic x(05).
           05 ab-term-code    pic x(04).
           05 ab-justified    pic 9(03).
           05 ab-unjustified  pic 9(03).

       fd  mailing-control-file.
       01  mailing-control-record.
           05 mc-business-date pic x(08).
           05 mc-term-code     pic x(04).
           05 mc-class-code    pic x(05).
           05 mc-student-id    pic x(05).
           05 mc-status        pic x(01).

       fd  approval-file.
           copy apprqueue.

       fd  calendar-file.
       01  calendar-record.
           05 cr-record-type pic x(01).
               88 cr-is-term value "T".
           05 cr-term-code   pic x(04).
           05 cr-date-from   pic x(08).
           05 cr-date-to     pic x(08).
           05 cr-description pic x(20).

       fd  run-date-file.
       01  run-date-record.
           05 rdc-business-date pic x(08).

       fd  accept-audit-file.
       01  accept-audit-record.
           copy acceptaudit.

       fd  session-file.
       01  session-record.
           05 so-operator-id pic x(08).

       working-storage section.

           77 student-master-status   pic xx.
           77 guardian-master-status  pic xx.
           77 exception-master-status pic xx.
           77 transcript-file-status  pic xx.
           77 absences-file-status    pic xx.
           77 mailing-control-status  pic xx.
           77 approval-file-status    pic xx.

      *> a queue item's payload: the correction record image, or the
      *> regrade request card laid over its front.
           01 corrections-record.
               05 cx-action     pic x(01).
                   88 cx-is-add    value "A".
                   88 cx-is-change value "C".
                   88 cx-is-delete value "D".
               05 cx-student-id pic x(05).
               05 cx-class-code pic x(05).
               05 cx-term-code  pic x(04).
               05 cx-subject-id pic x(05).
               05 cx-note       pic 9(02)v9(02).
               05 cx-coef       pic 9(02).
           01 regrade-request-record redefines corrections-record.
               05 rq-student-id pic x(05).
               05 rq-class-code pic x(05).
               05 rq-term-code  pic x(04).
               05 filler        pic x(12).
           77 calendar-file-status    pic xx.
           77 run-date-status         pic xx.
           77 accept-audit-status     pic xx.

           77 session-file-status pic xx.
           77 session-operator pic x(08) value spaces.

           77 student-master-available pic x value "N".
               88 student-master-is-available value "Y".
           77 guardian-master-available pic x value "N".
               88 guardian-master-is-available value "Y".
           77 exception-master-available pic x value "N".
               88 exception-master-is-available value "Y".

           77 business-date pic x(08).

      *> the term the business date falls in, or the last one begun
      *> when it falls between terms.
           77 current-term-code pic x(04) value spaces.
           77 current-term-from pic x(08) value low-values.
           77 current-term-open pic x value "N".
               88 current-term-is-open value "Y".

           77 entry-student-id pic x(05).
               88 entry-is-exit values "X" "x".

           77 done-inquiring pic x value "N".
               88 all-done value "Y".

           77 end-of-file pic x value "N".
               88 at-end-of-file value "Y".

           77 lines-found pic 9(04).

           77 last-mail-found pic x.
           77 last-mail-date  pic x(08).
           77 last-mail-term  pic x(04).
           77 last-mail-class pic x(05).
           77 last-mail-status pic x(01).
           77 mail-status-text pic x(12).

      *> staging fields for the audit write: the record itself is
      *> cleared and built inside log-accept-event.
           77 audit-field-name pic x(12).
           77 audit-value      pic x(10).

      *> mirror of the grading run's transcript-detail layout, with
      *> the ranking step's rank overlaying the subject columns on
      *> the average line.
           01 parsed-line.
               05 filler            pic x.
               05 pl-class-code     pic x(05).
               05 filler            pic x.
               05 pl-term-code      pic x(04).
               05 filler            pic x.
               05 pl-student-id     pic x(05).
               05 filler            pic x(02).
               05 pl-note           pic x(05).
               05 filler            pic x(02).
               05 pl-coef           pic x(02).
               05 filler            pic x(02).
               05 pl-mention        pic x(10).
               05 filler            pic x(02).
               05 pl-student-name   pic x(20).
               05 filler            pic x(02).
               05 pl-subject-id     pic x(05).
               05 pl-rank           pic x(03).
               05 pl-subject-name   pic x(20).
               05 filler            pic x(02).
               05 pl-abs-just       pic x(04).
               05 filler            pic x(02).
               05 pl-abs-unjust     pic x(04).
               05 filler            pic x(01).
               05 pl-external       pic x(01).

           01 student-detail.
               05 filler            pic x(09) value "student  ".
               05 sd-student-id     pic x(05).
               05 filler            pic x(02) value space.
               05 sd-student-name   pic x(20).
               05 filler            pic x(07) value "  born ".
               05 sd-birth-date     pic x(08).
               05 filler            pic x(02) value space.
               05 sd-status         pic x(08).

           01 class-detail.
               05 filler            pic x(09) value "class    ".
               05 cl-class-code     pic x(05).
               05 filler            pic x(08) value "   term ".
               05 cl-term-code      pic x(04).
               05 filler            pic x(02) value space.
               05 cl-term-note      pic x(20).

           01 average-detail.
               05 filler            pic x(09) value "average  ".
               05 av-class-code     pic x(05).
               05 filler            pic x     value space.
               05 av-term-code      pic x(04).
               05 filler            pic x(02) value space.
               05 av-note           pic x(05).
               05 filler            pic x(02) value space.
               05 av-mention        pic x(10).
               05 filler            pic x(07) value "  rank ".
               05 av-rank           pic x(03).

           01 absence-detail.
               05 filler            pic x(09) value "absences ".
               05 ad-class-code     pic x(05).
               05 filler            pic x     value space.
               05 ad-term-code      pic x(04).
               05 filler            pic x(13) value "  justified ".
               05 ad-justified      pic zz9.
               05 filler            pic x(15) value "  unjustified ".
               05 ad-unjustified    pic zz9.

           01 exception-detail.
               05 filler            pic x(09) value "exception".
               05 filler            pic x     value space.
               05 ex-class-code     pic x(05).
               05 filler            pic x     value space.
               05 ex-term-code      pic x(04).
               05 filler            pic x     value space.
               05 ex-subject-id     pic x(05).
               05 filler            pic x(02) value space.
               05 ex-note           pic z9.99.
               05 filler            pic x(02) value space.
               05 ex-status         pic x(08).
               05 filler            pic x(10) value " detected ".
               05 ex-detect-date    pic x(08).

           01 mailing-detail.
               05 filler            pic x(09) value "mailing  ".
               05 ml-date           pic x(08).
               05 filler            pic x     value space.
               05 ml-class-code     pic x(05).
               05 filler            pic x     value space.
               05 ml-term-code      pic x(04).
               05 filler            pic x(02) value space.
               05 ml-status         pic x(12).

           01 correction-detail.
               05 co-state          pic x(09).
               05 co-action         pic x(06).
               05 filler            pic x     value space.
               05 co-class-code     pic x(05).
               05 filler            pic x     value space.
               05 co-term-code      pic x(04).
               05 filler            pic x     value space.
               05 co-subject-id     pic x(05).
               05 filler            pic x(02) value space.
               05 co-note           pic z9.99.
               05 filler            pic x(07) value "  coef ".
               05 co-coef           pic z9.

       screen section.

           copy blankscreen replacing
               SCREEN-NAME by erase_screen.

           copy promptfield replacing
               SCREEN-NAME by ask_student
               FIELD-LINE  by 1
               PROMPT-TEXT by "student id (X to exit):  "
               ==FIELD-PIC== by ==x(05)==
               TARGET-FIELD by entry-student-id.

       procedure division.

           perform read-session-operator.
           perform read-business-date.
           perform find-current-term.

           open input student-master-file.
           if student-master-status = "00"
               move "Y" to student-master-available
           end-if.

           open input guardian-master-file.
           if guardian-master-status = "00"
               move "Y" to guardian-master-available
           end-if.

           open input exception-master-file.
           if exception-master-status = "00"
               move "Y" to exception-master-available
           end-if.

           perform until all-done

               display ask_student
               accept ask_student
               move "STUDENT" to audit-field-name
               move entry-student-id to audit-value
               perform log-accept-event

               if entry-is-exit
                   move "Y" to done-inquiring
               else
                   display erase_screen
                   perform show-student
               end-if

           end-perform.

           if student-master-is-available
               close student-master-file
           end-if.
           if guardian-master-is-available
               close guardian-master-file
           end-if.
           if exception-master-is-available
               close exception-master-file
           end-if.

       goback.

       read-session-operator.

           open input session-file.
           if session-file-status = "00"
               read session-file
                   not at end move so-operator-id to session-operator
               end-read
               close session-file
           end-if.

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

       find-current-term.

           move "N" to end-of-file.
           open input calendar-file.
           if calendar-file-status = "00"
               perform until at-end-of-file
                   read calendar-file
                       at end move "Y" to end-of-file
                       not at end
                           if cr-is-term
                                   and cr-date-from <= business-date
                                   and cr-date-from > current-term-from
                               move cr-term-code to current-term-code
                               move cr-date-from to current-term-from
                               if cr-date-to >= business-date
                                   move "Y" to current-term-open
                               else
                                   move "N" to current-term-open
                               end-if
                           end-if
                   end-read
               end-perform
               close calendar-file
           end-if.

       show-student.

           perform show-master-entry.
           perform show-guardian.
           perform show-class-term.
           perform show-averages.
           perform show-absences.
           perform show-open-exceptions.
           perform show-last-mailing.
           perform show-pending-corrections.

           display " ".

       show-master-entry.

           if student-master-is-available
               move entry-student-id to sm-student-id
               read student-master-file
                   invalid key
                       display "student not on the student master"
                       move spaces to student-master-record
                   not invalid key
                       move sm-student-id to sd-student-id
                       move sm-student-name to sd-student-name
                       move sm-birth-date to sd-birth-date
                       evaluate true
                           when sm-is-enrolled
                               move "ENROLLED" to sd-status
                           when sm-has-left
                               move "LEFT" to sd-status
                           when other
                               move sm-enroll-status to sd-status
                       end-evaluate
                       display student-detail
               end-read
           else
               display "student master not available"
               move spaces to student-master-record
           end-if.

       show-guardian.

           if guardian-master-is-available
               move entry-student-id to gd-student-id
               read guardian-master-file
                   invalid key
                       display "guardian   *** no guardian on file ***"
                   not invalid key
                       display "guardian " gd-guardian-name
                       display "         " gd-addr-line-1
                       if gd-addr-line-2 not = spaces
                           display "         " gd-addr-line-2
                       end-if
                       display "         " gd-postal-code " " gd-city
               end-read
           else
               display "guardian master not available"
           end-if.

       show-class-term.

           move sm-class-code to cl-class-code.
           move current-term-code to cl-term-code.
           if current-term-code = spaces
               move "no term on calendar" to cl-term-note
           else
               if current-term-is-open
                   move "in progress" to cl-term-note
               else
                   move "between terms" to cl-term-note
               end-if
           end-if.
           display class-detail.

      *> the average lines of the last ranked transcript, with the
      *> rank the ranking step laid over the subject columns.
       show-averages.

           move zero to lines-found.
           move "N" to end-of-file.
           open input transcript-file.
           if transcript-file-status = "00"
               perform until at-end-of-file
                   read transcript-file
                       at end move "Y" to end-of-file
                       not at end
                           move transcript-line to parsed-line
                           if pl-student-id = entry-student-id
                                   and (pl-mention = "MOYENNE"
                                       or pl-mention = "INCOMPLET"
                                       or pl-mention = "RETIRE")
                               add 1 to lines-found
                               move pl-class-code to av-class-code
                               move pl-term-code to av-term-code
                               move pl-note to av-note
                               move pl-mention to av-mention
                               move pl-rank to av-rank
                               display average-detail
                           end-if
                   end-read
               end-perform
               close transcript-file
           end-if.

           if lines-found = zero
               display "average  none on the last transcript"
           end-if.

       show-absences.

           move zero to lines-found.
           move "N" to end-of-file.
           open input absences-file.
           if absences-file-status = "00"
               perform until at-end-of-file
                   read absences-file
                       at end move "Y" to end-of-file
                       not at end
                           if ab-student-id = entry-student-id
                               add 1 to lines-found
                               move ab-class-code to ad-class-code
                               move ab-term-code to ad-term-code
                               move ab-justified to ad-justified
                               move ab-unjustified to ad-unjustified
                               display absence-detail
                           end-if
                   end-read
               end-perform
               close absences-file
           end-if.

           if lines-found = zero
               display "absences none on the ledger"
           end-if.

       show-open-exceptions.

           move zero to lines-found.

           if exception-master-is-available
               move entry-student-id to em-student-id
               move low-values to em-class-code
               move low-values to em-term-code
               move low-values to em-subject-id
               start exception-master-file
                       key is not less than em-exception-key
                   invalid key move "Y" to end-of-file
                   not invalid key move "N" to end-of-file
               end-start
               perform until at-end-of-file
                   read exception-master-file next record
                       at end move "Y" to end-of-file
                       not at end
                           if em-student-id not = entry-student-id
                               move "Y" to end-of-file
                           else
                               if not em-is-closed
                                   perform show-one-exception
                               end-if
                           end-if
                   end-read
               end-perform
           end-if.

           if lines-found = zero
               display "exception none open"
           end-if.

       show-one-exception.

           add 1 to lines-found.
           move em-class-code to ex-class-code.
           move em-term-code to ex-term-code.
           move em-subject-id to ex-subject-id.
           move em-note to ex-note.
           evaluate true
               when em-is-new      move "NEW" to ex-status
               when em-is-reviewed move "REVIEWED" to ex-status
               when em-is-adjusted move "ADJUSTED" to ex-status
               when other          move em-status to ex-status
           end-evaluate.
           move em-detect-date to ex-detect-date.
           display exception-detail.

      *> the control file is append-only; the student's last record
      *> is the current status of the last page sent.
       show-last-mailing.

           move "N" to last-mail-found.
           move "N" to end-of-file.
           open input mailing-control-file.
           if mailing-control-status = "00"
               perform until at-end-of-file
                   read mailing-control-file
                       at end move "Y" to end-of-file
                       not at end
                           if mc-student-id = entry-student-id
                               move "Y" to last-mail-found
                               move mc-business-date to last-mail-date
                               move mc-term-code to last-mail-term
                               move mc-class-code to last-mail-class
                               move mc-status to last-mail-status
                           end-if
                   end-read
               end-perform
               close mailing-control-file
           end-if.

           if last-mail-found = "Y"
               evaluate last-mail-status
                   when "P" move "PRINTED" to mail-status-text
                   when "M" move "MAILED" to mail-status-text
                   when "U" move "UNDELIVERED" to mail-status-text
                   when "R" move "REPRINTED" to mail-status-text
                   when other move last-mail-status to mail-status-text
               end-evaluate
               move last-mail-date to ml-date
               move last-mail-class to ml-class-code
               move last-mail-term to ml-term-code
               move mail-status-text to ml-status
               display mailing-detail
           else
               display "mailing  no transcript mailed"
           end-if.

      *> items still pending a second operator's approval, or
      *> approved and waiting for the correction or regrade run.
       show-pending-corrections.

           move zero to lines-found.
           move "N" to end-of-file.
           open input approval-file.
           if approval-file-status = "00"
               perform until at-end-of-file
                   read approval-file next record
                       at end move "Y" to end-of-file
                       not at end
                           if aq-is-pending or aq-is-approved
                               perform check-one-queue-item
                           end-if
                   end-read
               end-perform
               close approval-file
           end-if.

           if lines-found = zero
               display "pending  no grade correction waiting"
           end-if.

       check-one-queue-item.

           move aq-payload to corrections-record.
           if aq-is-pending
               move "pending  " to co-state
           else
               move "approved " to co-state
           end-if.

           if aq-is-correction
               if cx-student-id = entry-student-id
                   perform show-one-correction
               end-if
           end-if.
           if aq-is-regrade
               if rq-student-id = entry-student-id
                   perform show-one-regrade
               end-if
           end-if.

       show-one-regrade.

           add 1 to lines-found.
           move "REGRAD" to co-action.
           move rq-class-code to co-class-code.
           move rq-term-code to co-term-code.
           display co-state co-action " " co-class-code " "
               co-term-code.

       show-one-correction.

           add 1 to lines-found.
           evaluate true
               when cx-is-add    move "ADD" to co-action
               when cx-is-change move "CHANGE" to co-action
               when cx-is-delete move "DELETE" to co-action
               when other        move cx-action to co-action
           end-evaluate.
           move cx-class-code to co-class-code.
           move cx-term-code to co-term-code.
           move cx-subject-id to co-subject-id.
           move zero to co-note.
           move zero to co-coef.
           if cx-note is numeric
               move cx-note to co-note
           end-if.
           if cx-coef is numeric
               move cx-coef to co-coef
           end-if.
           display correction-detail.

      *> compliance input trail: every ACCEPT on this screen is
      *> logged with the value entered and the signed-on operator.
       log-accept-event.

           move spaces to accept-audit-record.
           move "studinq" to aad-program-name.
           move audit-field-name to aad-field-name.
           move audit-value to aad-value.
           move function current-date to aad-timestamp.
           move session-operator to aad-operator.

           open extend accept-audit-file.
           if accept-audit-status = "35"
               open output accept-audit-file
           end-if.
           write accept-audit-record.
           close accept-audit-file.
