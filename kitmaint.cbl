      *> online maintenance for the supply kit definitions: add,
      *> change, delete and browse the items in each class level's
      *> start-of-year kit and the quantity per student. only an
      *> active item on the warehouse item master can go in a kit.
      *> every applied update lands on the change log with the
      *> quantity before and after, and every accept joins the
      *> compliance input trail.
       identification division.
       program-id. kitmaint.

       environment division.
       input-output section.
       file-control.
           select kit-file assign to "KIT-DEFINITIONS.DAT"
               organization indexed
               access mode is dynamic
               record key is kt-kit-key
               file status is kit-file-status.

           select item-master-file assign to "ITEM-MASTER.DAT"
               organization indexed
               access mode is dynamic
               record key is im-item-id
               file status is item-master-status.

           select change-log-file assign to "KIT-DEFINITIONS-LOG.DAT"
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
       fd  kit-file.
           copy kitdef.

       fd  item-master-file.
           copy itemmast.

       fd  change-log-file.
       01  change-log-line pic x(60).

       fd  accept-audit-file.
       01  accept-audit-record.
           copy acceptaudit.

       fd  session-file.
       01  session-record.
           05 so-operator-id pic x(08).

       working-storage section.

           77 kit-file-status     pic xx.
           77 item-master-status  pic xx.
           77 change-log-status   pic xx.
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

           77 entry-class-code pic x(05).
           77 entry-item-id    pic x(05).
           77 entry-quantity   pic 9(03).

           77 record-exists pic x.
               88 key-was-found value "Y".

           77 item-known pic x.
               88 item-is-known value "Y".

           77 log-action pic x(06).
           77 quantity-before pic 9(03).

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
               05 lg-item-id        pic x(05).
               05 filler            pic x(02)  value space.
               05 lg-quantity-before pic zz9.
               05 filler            pic x(04)  value " -> ".
               05 lg-quantity-after pic zz9.

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
               SCREEN-NAME by ask_class
               FIELD-LINE  by 3
               PROMPT-TEXT by "class level:      "
               ==FIELD-PIC== by ==x(05)==
               TARGET-FIELD by entry-class-code.

           copy promptfield replacing
               SCREEN-NAME by ask_item
               FIELD-LINE  by 4
               PROMPT-TEXT by "item:             "
               ==FIELD-PIC== by ==x(05)==
               TARGET-FIELD by entry-item-id.

           copy promptfield replacing
               SCREEN-NAME by ask_quantity
               FIELD-LINE  by 6
               PROMPT-TEXT by "quantity/student: "
               ==FIELD-PIC== by ==9(03)==
               TARGET-FIELD by entry-quantity.

           1 show_kit.
               2 line 8 col 1 "kit ".
               2 pic x(05) from kt-class-code.
               2 col 10 " ".
               2 pic x(05) from kt-item-id.
               2 col 16 " ".
               2 pic x(20) from im-item-desc.
               2 col 37 " qty ".
               2 pic zz9 from kt-quantity.
               2 line 9 col 1 "changed ".
               2 pic x(08) from kt-changed-date.
               2 col 18 " by ".
               2 pic x(08) from kt-changed-by.


       procedure division.

           perform read-session-operator.

           open i-o kit-file.
           if kit-file-status = "35"
               open output kit-file
               close kit-file
               open i-o kit-file
           end-if.

           open input item-master-file.

           perform until all-done

               display ask_action
               accept ask_action
               move "ACTION" to audit-field-name
               move maint-action to audit-value
               perform log-accept-event

               evaluate true
                   when action-is-add    perform add-kit-line
                   when action-is-change perform change-kit-line
                   when action-is-delete perform delete-kit-line
                   when action-is-browse perform browse-kit
                   when action-is-exit   move "Y" to done-maintaining
                   when other
                       display "unknown action, try again"
               end-evaluate

           end-perform.

           close kit-file.
           close item-master-file.

       goback.

       read-session-operator.

           open input session-file.
           if session-file-status = "00"
               read session-file
                   not at end move so-operator-id to session-operator
               end-read
               close session-file
           end-if.

       accept-kit-key.

           display ask_class.
           accept ask_class.
           move "CLASS" to audit-field-name.
           move entry-class-code to audit-value.
           perform log-accept-event.

           display ask_item.
           accept ask_item.
           move "ITEM" to audit-field-name.
           move entry-item-id to audit-value.
           perform log-accept-event.

       accept-kit-detail.

           display ask_quantity.
           accept ask_quantity.
           move "QUANTITY" to audit-field-name.
           move entry-quantity to audit-value.
           perform log-accept-event.

       read-kit-by-key.

           move "N" to record-exists.
           move entry-class-code to kt-class-code.
           move entry-item-id to kt-item-id.
           read kit-file
               invalid key continue
               not invalid key move "Y" to record-exists
           end-read.

       check-item-known.

           move "N" to item-known.
           move spaces to im-item-desc.
           move entry-item-id to im-item-id.
           read item-master-file
               invalid key continue
               not invalid key
                   if im-is-active
                       move "Y" to item-known
                   end-if
           end-read.

       add-kit-line.

           perform accept-kit-key.
           perform read-kit-by-key.

           if key-was-found
               display "already on file, use (C)hange"
           else
               perform check-item-known
               if not item-is-known
                   display "item not active on the item master"
               else
                   perform accept-kit-detail
                   if entry-quantity not numeric
                           or entry-quantity = zero
                       display "quantity must be a number above zero"
                   else
                       move zero to quantity-before
                       perform apply-kit-entry
                       write kit-definition-record
                           invalid key
                               display "error: write failed"
                       end-write
                       move "AJOUT" to log-action
                       perform write-change-log
                       display "added"
                   end-if
               end-if
           end-if.

       change-kit-line.

           perform accept-kit-key.
           perform read-kit-by-key.

           if key-was-found
               perform check-item-known
               display show_kit
               perform accept-kit-detail
               if entry-quantity not numeric
                       or entry-quantity = zero
                   display "quantity must be a number above zero"
               else
                   move kt-quantity to quantity-before
                   perform apply-kit-entry
                   rewrite kit-definition-record
                   move "MODIF" to log-action
                   perform write-change-log
                   display "changed"
               end-if
           else
               display "not on file, use (A)dd"
           end-if.

       delete-kit-line.

           perform accept-kit-key.
           perform read-kit-by-key.

           if key-was-found
               perform check-item-known
               display show_kit
               move kt-quantity to quantity-before
               move zero to entry-quantity
               delete kit-file record
               move "SUPPR" to log-action
               perform write-change-log
               display "deleted"
           else
               display "not on file"
           end-if.

       browse-kit.

           display ask_class.
           accept ask_class.
           move "CLASS" to audit-field-name.
           move entry-class-code to audit-value.
           perform log-accept-event.

           move entry-class-code to kt-class-code.
           move low-values to kt-item-id.

           start kit-file
                   key is not less than kt-kit-key
               invalid key
                   display "nothing on file at or past that key"
               not invalid key
                   move "N" to browse-eof
                   perform until browse-eof = "Y"
                       read kit-file next record
                           at end move "Y" to browse-eof
                           not at end
                               if kt-class-code not = entry-class-code
                                   move "Y" to browse-eof
                               else
                                   move kt-item-id to entry-item-id
                                   perform check-item-known
                                   display show_kit
                               end-if
                       end-read
                   end-perform
           end-start.

       apply-kit-entry.

           move entry-class-code to kt-class-code.
           move entry-item-id to kt-item-id.
           move entry-quantity to kt-quantity.
           move session-operator to kt-changed-by.
           move function current-date(1:8) to kt-changed-date.

       write-change-log.

           move function current-date(1:8) to lg-date.
           move session-operator to lg-operator.
           move log-action to lg-action.
           move entry-class-code to lg-class-code.
           move entry-item-id to lg-item-id.
           move quantity-before to lg-quantity-before.
           move entry-quantity to lg-quantity-after.

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
           move "kitmaint" to aad-program-name.
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
