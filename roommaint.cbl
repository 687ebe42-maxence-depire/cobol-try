      *> online maintenance for the room master: add, change, delete
      *> and browse the exam seating capacity of each room by room
      *> code. a room is only taken on when the timetable books it,
      *> so the exam rooms are the rooms the school actually teaches
      *> in. every applied update lands on the change log with the
      *> capacity before and after, and every accept joins the
      *> compliance input trail.
       identification division.
       program-id. roommaint.

       environment division.
       input-output section.
       file-control.
           select room-master-file assign to "ROOM-MASTER.DAT"
               organization indexed
               access mode is dynamic
               record key is rm-room
               file status is room-master-status.

           select timetable-file assign to "TIMETABLE.DAT"
               organization indexed
               access mode is dynamic
               record key is ti-slot-key
               file status is timetable-status.

           select change-log-file assign to "ROOM-MASTER-LOG.DAT"
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
       fd  room-master-file.
           copy roommast.

       fd  timetable-file.
           copy timetable.

       fd  change-log-file.
       01  change-log-line pic x(60).

       fd  accept-audit-file.
       01  accept-audit-record.
           copy acceptaudit.

       fd  session-file.
       01  session-record.
           05 so-operator-id pic x(08).

       working-storage section.

           77 room-master-status pic xx.
           77 timetable-status   pic xx.
           77 change-log-status  pic xx.
           77 accept-audit-status pic xx.

           77 session-file-status pic xx.
           77 session-operator pic x(08) value spaces.

           77 maint-action pic x.
               88 action-is-add    value "A".
               88 action-is-change value "C".
               88 action-is-delete value "D".
               88 action-is-browse value "B".
               88 action-is-exit   value "X".

           77 done-maintaining pic x value "N".
               88 all-done value "Y".

           77 entry-room        pic x(05).
           77 entry-description pic x(20).
           77 entry-capacity    pic 9(03).

           77 record-exists pic x.
               88 key-was-found value "Y".

           77 room-booked pic x.
               88 room-is-booked value "Y".
           77 scan-eof pic x.

           77 log-action pic x(06).
           77 capacity-before pic 9(03).

           77 browse-eof pic x.

           01 log-detail.
               05 filler            pic x      value space.
               05 lg-date           pic x(08).
               05 filler            pic x(02)  value space.
               05 lg-operator       pic x(08).
               05 filler            pic x(02)  value space.
               05 lg-action         pic x(06).
               05 filler            pic x(02)  value space.
               05 lg-room           pic x(05).
               05 filler            pic x(02)  value space.
               05 lg-capacity-before pic zz9.
               05 filler            pic x(04)  value " -> ".
               05 lg-capacity-after pic zz9.

      *> staging fields for the audit write: the record itself is
      *> cleared and built inside log-accept-event.
           77 audit-field-name pic x(12).
           77 audit-value      pic x(10).

       screen section.

           copy promptfield replacing
               SCREEN-NAME by ask_action
               FIELD-LINE  by 1
               PROMPT-TEXT by
               "action (A)dd (C)hange (D)elete (B)rowse e(X)it: "
               FIELD-PIC   by x
               TARGET-FIELD by maint-action.

           copy promptfield replacing
               SCREEN-NAME by ask_room
               FIELD-LINE  by 3
               PROMPT-TEXT by "room:           "
               ==FIELD-PIC== by ==x(05)==
               TARGET-FIELD by entry-room.

           copy promptfield replacing
               SCREEN-NAME by ask_description
               FIELD-LINE  by 5
               PROMPT-TEXT by "description:    "
               ==FIELD-PIC== by ==x(20)==
               TARGET-FIELD by entry-description.

           copy promptfield replacing
               SCREEN-NAME by ask_capacity
               FIELD-LINE  by 6
               PROMPT-TEXT by "exam seats:     "
               ==FIELD-PIC== by ==9(03)==
               TARGET-FIELD by entry-capacity.

           1 show_room.
               2 line 8 col 1 "room ".
               2 pic x(05) from rm-room.
               2 col 12 " ".
               2 pic x(20) from rm-description.
               2 col 34 " seats ".
               2 pic zz9 from rm-capacity.
               2 line 9 col 1 "changed ".
               2 pic x(08) from rm-changed-date.
               2 col 18 " by ".
               2 pic x(08) from rm-changed-by.

       procedure division.

           perform read-session-operator.

           open i-o room-master-file.
           if room-master-status = "35"
               open output room-master-file
               close room-master-file
               open i-o room-master-file
           end-if.

           perform until all-done

               display ask_action
               accept ask_action
               move "ACTION" to audit-field-name
               move maint-action to audit-value
               perform log-accept-event

               evaluate true
                   when action-is-add    perform add-room
                   when action-is-change perform change-room
                   when action-is-delete perform delete-room
                   when action-is-browse perform browse-rooms
                   when action-is-exit   move "Y" to done-maintaining
                   when other
                       display "unknown action, try again"
               end-evaluate

           end-perform.

           close room-master-file.

       goback.

       read-session-operator.

           open input session-file.
           if session-file-status = "00"
               read session-file
                   not at end move so-operator-id to session-operator
               end-read
               close session-file
           end-if.

       accept-room-key.

           display ask_room.
           accept ask_room.
           move "ROOM" to audit-field-name.
           move entry-room to audit-value.
           perform log-accept-event.

       accept-room-detail.

           display ask_description.
           accept ask_description.
           move "DESCRIPTION" to audit-field-name.
           move entry-description to audit-value.
           perform log-accept-event.

           display ask_capacity.
           accept ask_capacity.
           move "CAPACITY" to audit-field-name.
           move entry-capacity to audit-value.
           perform log-accept-event.

       read-room-by-key.

           move "N" to record-exists.
           move entry-room to rm-room.
           read room-master-file
               invalid key continue
               not invalid key move "Y" to record-exists
           end-read.

      *> the timetable is keyed by class, so a room is found booked
      *> by a pass over the file.
       check-room-booked.

           move "N" to room-booked.
           move "N" to scan-eof.

           open input timetable-file.
           if timetable-status = "00"
               perform until scan-eof = "Y" or room-is-booked
                   read timetable-file next record
                       at end move "Y" to scan-eof
                       not at end
                           if ti-room = entry-room
                               move "Y" to room-booked
                           end-if
                   end-read
               end-perform
               close timetable-file
           end-if.

       add-room.

           perform accept-room-key.
           perform read-room-by-key.

           if key-was-found
               display "already on file, use (C)hange"
           else
               perform check-room-booked
               if not room-is-booked
                   display "room is not booked on the timetable"
               else
                   perform accept-room-detail
                   if entry-capacity not numeric
                           or entry-capacity = zero
                       display "seats must be a number above zero"
                   else
                       move zero to capacity-before
                       perform apply-room-entry
                       write room-master-record
                           invalid key
                               display "error: write failed"
                       end-write
                       move "AJOUT" to log-action
                       perform write-change-log
                       display "added"
                   end-if
               end-if
           end-if.

       change-room.

           perform accept-room-key.
           perform read-room-by-key.

           if key-was-found
               display show_room
               perform accept-room-detail
               if entry-capacity not numeric
                       or entry-capacity = zero
                   display "seats must be a number above zero"
               else
                   move rm-capacity to capacity-before
                   perform apply-room-entry
                   rewrite room-master-record
                   move "MODIF" to log-action
                   perform write-change-log
                   display "changed"
               end-if
           else
               display "not on file, use (A)dd"
           end-if.

       delete-room.

           perform accept-room-key.
           perform read-room-by-key.

           if key-was-found
               display show_room
               move rm-capacity to capacity-before
               move zero to entry-capacity
               delete room-master-file record
               move "SUPPR" to log-action
               perform write-change-log
               display "deleted"
           else
               display "not on file"
           end-if.

       browse-rooms.

           perform accept-room-key.

           move entry-room to rm-room.

           start room-master-file
                   key is not less than rm-room
               invalid key
                   display "nothing on file at or past that key"
               not invalid key
                   move "N" to browse-eof
                   perform until browse-eof = "Y"
                       read room-master-file next record
                           at end move "Y" to browse-eof
                           not at end display show_room
                       end-read
                   end-perform
           end-start.

       apply-room-entry.

           move entry-room to rm-room.
           move entry-description to rm-description.
           move entry-capacity to rm-capacity.
           move session-operator to rm-changed-by.
           move function current-date(1:8) to rm-changed-date.

       write-change-log.

           move function current-date(1:8) to lg-date.
           move session-operator to lg-operator.
           move log-action to lg-action.
           move entry-room to lg-room.
           move capacity-before to lg-capacity-before.
           move entry-capacity to lg-capacity-after.

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
           move "roommaint" to aad-program-name.
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
