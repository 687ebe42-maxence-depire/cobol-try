      *> online maintenance for the option group master: add,
      *> change, delete and browse the places offered in each
      *> optional subject by subject-id. only a subject on the
      *> catalog can be made an option. every applied update lands
      *> on the change log with the places before and after, and
      *> every accept joins the compliance input trail.
       identification division.
       program-id. optmaint.

       environment division.
       input-output section.
       file-control.
           select option-group-file assign to "OPTION-GROUPS.DAT"
               organization indexed
               access mode is dynamic
               record key is og-subject-id
               file status is option-group-status.

           select subject-master-file assign to "SUBJECT-MASTER.DAT"
               organization indexed
               access mode is dynamic
               record key is sj-subject-id
               file status is subject-master-status.

           select change-log-file assign to "OPTION-GROUPS-LOG.DAT"
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
       fd  option-group-file.
           copy optgroup.

       fd  subject-master-file.
           copy subjmast.

       fd  change-log-file.
       01  change-log-line pic x(60).

       fd  accept-audit-file.
       01  accept-audit-record.
           copy acceptaudit.

       fd  session-file.
       01  session-record.
           05 so-operator-id pic x(08).

       working-storage section.

           77 option-group-status   pic xx.
           77 subject-master-status pic xx.
           77 change-log-status     pic xx.
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

           77 entry-subject-id  pic x(05).
           77 entry-description pic x(20).
           77 entry-capacity    pic 9(03).

           77 record-exists pic x.
               88 key-was-found value "Y".

           77 subject-known pic x.
               88 subject-is-known value "Y".

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
               05 lg-subject-id     pic x(05).
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
               SCREEN-NAME by ask_subject
               FIELD-LINE  by 3
               PROMPT-TEXT by "option subject: "
               ==FIELD-PIC== by ==x(05)==
               TARGET-FIELD by entry-subject-id.

           copy promptfield replacing
               SCREEN-NAME by ask_description
               FIELD-LINE  by 5
               PROMPT-TEXT by "description:    "
               ==FIELD-PIC== by ==x(20)==
               TARGET-FIELD by entry-description.

           copy promptfield replacing
               SCREEN-NAME by ask_capacity
               FIELD-LINE  by 6
               PROMPT-TEXT by "places:         "
               ==FIELD-PIC== by ==9(03)==
               TARGET-FIELD by entry-capacity.

           1 show_option.
               2 line 8 col 1 "option ".
               2 pic x(05) from og-subject-id.
               2 col 14 " ".
               2 pic x(20) from og-description.
               2 col 36 " places ".
               2 pic zz9 from og-capacity.
               2 line 9 col 1 "changed ".
               2 pic x(08) from og-changed-date.
               2 col 18 " by ".
               2 pic x(08) from og-changed-by.

       procedure division.

           perform read-session-operator.

           open i-o option-group-file.
           if option-group-status = "35"
               open output option-group-file
               close option-group-file
               open i-o option-group-file
           end-if.

           open input subject-master-file.

           perform until all-done

               display ask_action
               accept ask_action
               move "ACTION" to audit-field-name
               move maint-action to audit-value
               perform log-accept-event

               evaluate true
                   when action-is-add    perform add-option
                   when action-is-change perform change-option
                   when action-is-delete perform delete-option
                   when action-is-browse perform browse-options
                   when action-is-exit   move "Y" to done-maintaining
                   when other
                       display "unknown action, try again"
               end-evaluate

           end-perform.

           close option-group-file.
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

       accept-option-key.

           display ask_subject.
           accept ask_subject.
           move "SUBJECT" to audit-field-name.
           move entry-subject-id to audit-value.
           perform log-accept-event.

       accept-option-detail.

           display ask_description.
           accept ask_description.
           move "DESCRIPTION" to audit-field-name.
           move entry-description to audit-value.
           perform log-accept-event.

           display ask_capacity.
           accept ask_capacity.
           move "PLACES" to audit-field-name.
           move entry-capacity to audit-value.
           perform log-accept-event.

       read-option-by-key.

           move "N" to record-exists.
           move entry-subject-id to og-subject-id.
           read option-group-file
               invalid key continue
               not invalid key move "Y" to record-exists
           end-read.

       check-subject-known.

           move "N" to subject-known.
           move entry-subject-id to sj-subject-id.
           read subject-master-file
               invalid key continue
               not invalid key move "Y" to subject-known
           end-read.

       add-option.

           perform accept-option-key.
           perform read-option-by-key.

           if key-was-found
               display "already on file, use (C)hange"
           else
               perform check-subject-known
               if not subject-is-known
                   display "subject not on the subject catalog"
               else
                   perform accept-option-detail
                   if entry-capacity not numeric
                           or entry-capacity = zero
                       display "places must be a number above zero"
                   else
                       move zero to capacity-before
                       perform apply-option-entry
                       write option-group-record
                           invalid key
                               display "error: write failed"
                       end-write
                       move "AJOUT" to log-action
                       perform write-change-log
                       display "added"
                   end-if
               end-if
           end-if.

      *> lowering the places does not unseat anyone already
      *> confirmed; the enrolment run reports the group as over.
       change-option.

           perform accept-option-key.
           perform read-option-by-key.

           if key-was-found
               display show_option
               perform accept-option-detail
               if entry-capacity not numeric
                       or entry-capacity = zero
                   display "places must be a number above zero"
               else
                   move og-capacity to capacity-before
                   perform apply-option-entry
                   rewrite option-group-record
                   move "MODIF" to log-action
                   perform write-change-log
                   display "changed"
               end-if
           else
               display "not on file, use (A)dd"
           end-if.

       delete-option.

           perform accept-option-key.
           perform read-option-by-key.

           if key-was-found
               display show_option
               move og-capacity to capacity-before
               move zero to entry-capacity
               delete option-group-file record
               move "SUPPR" to log-action
               perform write-change-log
               display "deleted"
           else
               display "not on file"
           end-if.

       browse-options.

           perform accept-option-key.

           move entry-subject-id to og-subject-id.

           start option-group-file
                   key is not less than og-subject-id
               invalid key
                   display "nothing on file at or past that key"
               not invalid key
                   move "N" to browse-eof
                   perform until browse-eof = "Y"
                       read option-group-file next record
                           at end move "Y" to browse-eof
                           not at end display show_option
                       end-read
                   end-perform
           end-start.

       apply-option-entry.

           move entry-subject-id to og-subject-id.
           move entry-description to og-description.
           move entry-capacity to og-capacity.
           move session-operator to og-changed-by.
           move function current-date(1:8) to og-changed-date.

       write-change-log.

           move function current-date(1:8) to lg-date.
           move session-operator to lg-operator.
           move log-action to lg-action.
           move entry-subject-id to lg-subject-id.
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
           move "optmaint" to aad-program-name.
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
