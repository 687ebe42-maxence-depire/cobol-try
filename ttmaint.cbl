      *> online maintenance for the timetable master: add, change,
      *> delete and browse by class, weekday (1 monday - 5 friday)
      *> and slot (period 1-10), plus a (R)oom query for who is in a
      *> room at a given weekday and slot. the subject must be on the
      *> subject catalog and assigned to the class on the teacher
      *> assignment master, whose teacher the slot takes. an entry
      *> that would put the teacher or the room in two places at the
      *> same weekday/slot is refused; the key keeps the class from
      *> being booked twice. every applied update lands on the change
      *> log, and every accept joins the compliance input trail.
       identification division.
       program-id. ttmaint.

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

           select subject-master-file assign to "SUBJECT-MASTER.DAT"
               organization indexed
               access mode is dynamic
               record key is sj-subject-id
               file status is subject-master-status.

           select change-log-file assign to "TIMETABLE-LOG.DAT"
               organization line sequential
               file status is change-log-status.

           select accept-audit-file assign to "ACCEPT-AUDIT.DAT"
               organization line sequential
               file status is accept-audit-status.

           select session-file assign to "SESSION-OPERATOR.DAT"
               organization line sequential
               file status is session-file-status.

       data division.
       file section.
       fd  timetable-file.
           copy timetable.

       fd  teacher-master-file.
           copy teachmast.

       fd  subject-master-file.
           copy subjmast.

       fd  change-log-file.
       01  change-log-line pic x(70).

       fd  accept-audit-file.
       01  accept-audit-record.
           copy acceptaudit.

       fd  session-file.
       01  session-record.
           05 so-operator-id pic x(08).

       working-storage section.

           77 timetable-status      pic xx.
           77 teacher-master-status pic xx.
           77 subject-master-status pic xx.
           77 change-log-status     pic xx.
           77 accept-audit-status   pic xx.

           77 session-file-status pic xx.
           77 session-operator pic x(08) value spaces.

           77 maint-action pic x.
               88 action-is-add    value "A".
               88 action-is-change value "C".
               88 action-is-delete value "D".
               88 action-is-browse value "B".
               88 action-is-room   value "R".
               88 action-is-exit   value "X".

           77 done-maintaining pic x value "N".
               88 all-done value "Y".

           77 entry-class-code pic x(05).
           77 entry-weekday    pic 9(01).
               88 entry-weekday-valid value 1 thru 5.
           77 entry-slot       pic 9(02).
               88 entry-slot-valid value 1 thru 10.
           77 entry-subject-id pic x(05).
           77 entry-room       pic x(05).

      *> the teacher the assignment master gives the class/subject.
           77 entry-teacher-id pic x(05).

           77 record-exists pic x.
               88 key-was-found value "Y".

           77 entry-ok pic x.
               88 entry-is-ok value "Y".

      *> the clash scan walks the whole master; the booking that
      *> clashed is held for the message.
           77 scan-eof pic x.
           77 clash-found pic x.
               88 clash-was-found value "Y".
           77 clash-kind  pic x(07).
           77 clash-class pic x(05).

           77 log-action pic x(06).

           77 browse-eof pic x.

           01 log-detail.
               05 filler            pic x      value space.
               05 lg-date           pic x(08).
               05 filler            pic x(02)  value space.
               05 lg-operator       pic x(08).
               05 filler            pic x(02)  value space.
               05 lg-action         pic x(06).
               05 filler            pic x(02)  value space.
               05 lg-class-code     pic x(05).
               05 filler            pic x      value "/".
               05 lg-weekday        pic 9(01).
               05 filler            pic x      value "/".
               05 lg-slot           pic 9(02).
               05 filler            pic x(02)  value space.
               05 lg-subject-id     pic x(05).
               05 filler            pic x(02)  value space.
               05 lg-teacher-id     pic x(05).
               05 filler            pic x(02)  value space.
               05 lg-room           pic x(05).

      *> staging fields for the audit write: the record itself is
      *> cleared and built inside log-accept-event.
           77 audit-field-name pic x(12).
           77 audit-value      pic x(10).

       screen section.

           copy promptfield replacing
               SCREEN-NAME by ask_action
               FIELD-LINE  by 1
               PROMPT-TEXT by
           "action (A)dd (C)hange (D)elete (B)rowse (R)oom e(X)it: "
               FIELD-PIC   by x
               TARGET-FIELD by maint-action.

           copy promptfield replacing
               SCREEN-NAME by ask_class
               FIELD-LINE  by 3
               PROMPT-TEXT by "class code:       "
               ==FIELD-PIC== by ==x(05)==
               TARGET-FIELD by entry-class-code.

           copy promptfield replacing
               SCREEN-NAME by ask_weekday
               FIELD-LINE  by 4
               PROMPT-TEXT by "weekday (1-5):    "
               FIELD-PIC   by 9
               TARGET-FIELD by entry-weekday.

           copy promptfield replacing
               SCREEN-NAME by ask_slot
               FIELD-LINE  by 5
               PROMPT-TEXT by "slot (01-10):     "
               FIELD-PIC   by 99
               TARGET-FIELD by entry-slot.

           copy promptfield replacing
               SCREEN-NAME by ask_subject
               FIELD-LINE  by 7
               PROMPT-TEXT by "subject id:       "
               ==FIELD-PIC== by ==x(05)==
               TARGET-FIELD by entry-subject-id.

           copy promptfield replacing
               SCREEN-NAME by ask_room
               FIELD-LINE  by 8
               PROMPT-TEXT by "room:             "
               ==FIELD-PIC== by ==x(05)==
               TARGET-FIELD by entry-room.

           1 show_booking.
               2 line 10 col 1 "class ".
               2 pic x(05) from ti-class-code.
               2 col 13 " day ".
               2 pic 9 from ti-weekday.
               2 col 20 " slot ".
               2 pic 99 from ti-slot.
               2 col 29 " subject ".
               2 pic x(05) from ti-subject-id.
               2 line 11 col 1 "teacher ".
               2 pic x(05) from ti-teacher-id.
               2 col 15 " room ".
               2 pic x(05) from ti-room.
               2 col 27 " changed ".
               2 pic x(08) from ti-changed-date.
               2 col 44 " by ".
               2 pic x(08) from ti-changed-by.

       procedure division.

           perform read-session-operator.

           open i-o timetable-file.
           if timetable-status = "35"
               open output timetable-file
               close timetable-file
               open i-o timetable-file
           end-if.

           open input teacher-master-file.
           open input subject-master-file.

           perform until all-done

               display ask_action
               accept ask_action
               move "ACTION" to audit-field-name
               move maint-action to audit-value
               perform log-accept-event

               evaluate true
                   when action-is-add    perform add-booking
                   when action-is-change perform change-booking
                   when action-is-delete perform delete-booking
                   when action-is-browse perform browse-bookings
                   when action-is-room   perform query-room
                   when action-is-exit   move "Y" to done-maintaining
                   when other
                       display "unknown action, try again"
               end-evaluate

           end-perform.

           close timetable-file.
           close teacher-master-file.
           close subject-master-file.

       goback.

       read-session-operator.

           open input session-file.
           if session-file-status = "00"
               read session-file
                   not at end move so-operator-id to session-operator
               end-read
               close session-file
           end-if.

       accept-booking-key.

           display ask_class.
           accept ask_class.
           move "CLASS" to audit-field-name.
           move entry-class-code to audit-value.
           perform log-accept-event.

           perform accept-weekday-slot.

       accept-weekday-slot.

           display ask_weekday.
           accept ask_weekday.
           move "WEEKDAY" to audit-field-name.
           move entry-weekday to audit-value.
           perform log-accept-event.

           display ask_slot.
           accept ask_slot.
           move "SLOT" to audit-field-name.
           move entry-slot to audit-value.
           perform log-accept-event.

       accept-booking-detail.

           display ask_subject.
           accept ask_subject.
           move "SUBJECT" to audit-field-name.
           move entry-subject-id to audit-value.
           perform log-accept-event.

           display ask_room.
           accept ask_room.
           move "ROOM" to audit-field-name.
           move entry-room to audit-value.
           perform log-accept-event.

       read-booking-by-key.

           move "N" to record-exists.
           move entry-class-code to ti-class-code.
           move entry-weekday to ti-weekday.
           move entry-slot to ti-slot.
           read timetable-file
               invalid key continue
               not invalid key move "Y" to record-exists
           end-read.

      *> the weekday and slot must be on the school week, the subject
      *> on the catalog and assigned to the class -- the assignment
      *> gives the teacher -- and the room must be named.
       validate-booking.

           move "Y" to entry-ok.
           move spaces to entry-teacher-id.

           evaluate true
               when not entry-weekday-valid
                   move "N" to entry-ok
                   display "weekday must be 1 (monday) to 5 (friday)"
               when not entry-slot-valid
                   move "N" to entry-ok
                   display "slot must be 01 to 10"
               when entry-room = spaces
                   move "N" to entry-ok
                   display "room is required"
               when other
                   perform check-subject-and-teacher
           end-evaluate.

           if entry-is-ok
               perform check-clashes
           end-if.

       check-subject-and-teacher.

           move entry-subject-id to sj-subject-id.
           read subject-master-file
               invalid key
                   move "N" to entry-ok
                   display "subject not on the subject catalog"
           end-read.

           if entry-is-ok
               move entry-class-code to tm-class-code
               move entry-subject-id to tm-subject-id
               read teacher-master-file
                   invalid key
                       move "N" to entry-ok
                       display "no teacher assigned to this class "
                           "and subject"
                   not invalid key
                       move tm-teacher-id to entry-teacher-id
               end-read
           end-if.

      *> any other class's booking at the same weekday and slot with
      *> the same teacher or the same room is a clash.
       check-clashes.

           move "N" to clash-found.
           move "N" to scan-eof.
           move low-values to ti-slot-key.

           start timetable-file
                   key is not less than ti-slot-key
               invalid key move "Y" to scan-eof
           end-start.

           perform until scan-eof = "Y" or clash-was-found
               read timetable-file next record
                   at end move "Y" to scan-eof
                   not at end
                       if ti-weekday = entry-weekday
                               and ti-slot = entry-slot
                               and ti-class-code not = entry-class-code
                           if ti-teacher-id = entry-teacher-id
                               move "Y" to clash-found
                               move "teacher" to clash-kind
                               move ti-class-code to clash-class
                           end-if
                           if ti-room = entry-room
                               move "Y" to clash-found
                               move "room" to clash-kind
                               move ti-class-code to clash-class
                           end-if
                       end-if
               end-read
           end-perform.

           if clash-was-found
               move "N" to entry-ok
               display "refused: " clash-kind " already booked with "
                   "class " clash-class " at that weekday and slot"
           end-if.

       add-booking.

           perform accept-booking-key.
           perform read-booking-by-key.

           if key-was-found
               display show_booking
               display "class already booked at that slot, "
                   "use (C)hange"
           else
               perform accept-booking-detail
               perform validate-booking
               if entry-is-ok
                   perform apply-booking-entry
                   write timetable-record
                       invalid key
                           display "error: write failed"
                   end-write
                   move "AJOUT" to log-action
                   perform write-change-log
                   display "added"
               end-if
           end-if.

      *> the clash scan moves through the file, so the booking is
      *> rebuilt from the entry before the rewrite.
       change-booking.

           perform accept-booking-key.
           perform read-booking-by-key.

           if key-was-found
               display show_booking
               perform accept-booking-detail
               perform validate-booking
               if entry-is-ok
                   perform apply-booking-entry
                   rewrite timetable-record
                       invalid key
                           display "error: rewrite failed"
                   end-rewrite
                   move "MODIF" to log-action
                   perform write-change-log
                   display "changed"
               end-if
           else
               display "not on file, use (A)dd"
           end-if.

       delete-booking.

           perform accept-booking-key.
           perform read-booking-by-key.

           if key-was-found
               display show_booking
               move ti-subject-id to entry-subject-id
               move ti-teacher-id to entry-teacher-id
               move ti-room to entry-room
               delete timetable-file record
               move "SUPPR" to log-action
               perform write-change-log
               display "deleted"
           else
               display "not on file"
           end-if.

       browse-bookings.

           perform accept-booking-key.

           move entry-class-code to ti-class-code.
           move entry-weekday to ti-weekday.
           move entry-slot to ti-slot.

           start timetable-file
                   key is not less than ti-slot-key
               invalid key
                   display "nothing on file at or past that key"
               not invalid key
                   move "N" to browse-eof
                   perform until browse-eof = "Y"
                       read timetable-file next record
                           at end move "Y" to browse-eof
                           not at end display show_booking
                       end-read
                   end-perform
           end-start.

      *> who is in the room at that weekday and slot: the master is
      *> keyed by class, so the answer is a pass over the file.
       query-room.

           display ask_room.
           accept ask_room.
           move "ROOM" to audit-field-name.
           move entry-room to audit-value.
           perform log-accept-event.

           perform accept-weekday-slot.

           move "N" to clash-found.
           move "N" to scan-eof.
           move low-values to ti-slot-key.

           start timetable-file
                   key is not less than ti-slot-key
               invalid key move "Y" to scan-eof
           end-start.

           perform until scan-eof = "Y" or clash-was-found
               read timetable-file next record
                   at end move "Y" to scan-eof
                   not at end
                       if ti-room = entry-room
                               and ti-weekday = entry-weekday
                               and ti-slot = entry-slot
                           move "Y" to clash-found
                           display show_booking
                       end-if
               end-read
           end-perform.

           if not clash-was-found
               display "room " entry-room " is free at that slot"
           end-if.

       apply-booking-entry.

           move entry-class-code to ti-class-code.
           move entry-weekday    to ti-weekday.
           move entry-slot       to ti-slot.
           move entry-subject-id to ti-subject-id.
           move entry-teacher-id to ti-teacher-id.
           move entry-room       to ti-room.
           move session-operator to ti-changed-by.
           move function current-date(1:8) to ti-changed-date.

       write-change-log.

           move function current-date(1:8) to lg-date.
           move session-operator to lg-operator.
           move log-action to lg-action.
           move entry-class-code to lg-class-code.
           move entry-weekday to lg-weekday.
           move entry-slot to lg-slot.
           move entry-subject-id to lg-subject-id.
           move entry-teacher-id to lg-teacher-id.
           move entry-room to lg-room.

           open extend change-log-file.
           if change-log-status = "35"
               open output change-log-file
           end-if.
           move log-detail to change-log-line.
           write change-log-line.
           close change-log-file.

      *> compliance input trail: every ACCEPT on this screen is
      *> logged with the value entered and the signed-on operator.
       log-accept-event.

           move spaces to accept-audit-record.
           move "ttmaint" to aad-program-name.
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
