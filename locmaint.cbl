      *> location minimum maintenance: sets the least each location
      *> should hold of an item, which the nightly replenishment run
      *> measures the location balance against before proposing a
      *> transfer in. the item must be on the item master; a location
      *> that has never held the item is given a balance record with
      *> nothing on hand, so the minimum is there for the first
      *> transfer. zero takes the minimum off. each change books the
      *> before and after values to the HISTORY.DAT audit trail the
      *> way the item maintenance does, and every accept joins the
      *> compliance input trail.
       identification division.
       program-id. locmaint.

       environment division.
       input-output section.
       file-control.
           select item-master-file assign to "ITEM-MASTER.DAT"
               organization indexed
               access mode is dynamic
               record key is im-item-id
               file status is item-master-status.

           select location-balance-file
               assign to "LOCATION-BALANCE.DAT"
               organization indexed
               access mode is dynamic
               record key is lb-balance-key
               file status is location-balance-status.

           select history-file assign to "HISTORY.DAT"
               organization indexed
               access mode is dynamic
               record key is hr-history-key
               file status is history-file-status.

           select history-seq-file assign to "HISTORY-SEQ.DAT"
               organization line sequential
               file status is history-seq-status.

           select accept-audit-file assign to "ACCEPT-AUDIT.DAT"
               organization line sequential
               file status is accept-audit-status.

           select session-file assign to "SESSION-OPERATOR.DAT"
               organization line sequential
               file status is session-file-status.

           select run-date-file assign to "RUN-DATE.DAT"
               organization line sequential
               file status is run-date-status.

       data division.
       file section.
       fd  item-master-file.
           copy itemmast.

       fd  location-balance-file.
           copy locbal.

       fd  history-file.
           copy historyrec.

       fd  history-seq-file.
       01  history-seq-record.
           05 hsr-last-seq pic 9(06).

       fd  accept-audit-file.
       01  accept-audit-record.
           copy acceptaudit.

       fd  session-file.
       01  session-record.
           05 so-operator-id pic x(08).

       fd  run-date-file.
       01  run-date-record.
           05 rdc-business-date pic x(08).

       working-storage section.

           copy jrnlfields.

           copy lockfields.

      *> the lockmgr CALL hands its own (zero) return code back up,
      *> so the caller's code is saved across the release.
           77 saved-return-code pic 9(04).

           77 item-master-status      pic xx.
           77 location-balance-status pic xx.
           77 accept-audit-status     pic xx.

           77 run-date-status pic xx.
           77 business-date   pic x(08).

           77 session-file-status pic xx.
           77 session-operator pic x(08) value spaces.

           77 history-file-status pic xx.
           77 history-seq-status  pic xx.
           77 history-seq         pic 9(06) value zero.
           77 history-write-done pic x.
           77 history-seq-bumped pic x.

           77 audit-action pic x(10).
           77 audit-before pic s9(09)v99.
           77 audit-after  pic s9(09)v99.

           77 maint-action pic x.
               88 action-is-minimum value "M".
               88 action-is-exit    value "X".
           77 done-entering pic x value "N".
               88 all-done value "Y".

           77 entry-item-id   pic x(05).
           77 entry-location  pic x(03).
           77 entry-min-level pic 9(06).

           77 balance-found pic x.
           77 old-min-level pic 9(06).
           77 minimums-changed pic 9(04) value zero.

      *> staging fields for the audit write: the record itself is
      *> cleared and built inside log-accept-event.
           77 audit-field-name pic x(12).
           77 audit-value      pic x(10).

       screen section.

           copy blankscreen replacing
               SCREEN-NAME by erase_screen.

           copy promptfield replacing
               SCREEN-NAME by ask_action
               FIELD-LINE  by 1
               PROMPT-TEXT by "action (M)inimum e(X)it: "
               FIELD-PIC   by x
               TARGET-FIELD by maint-action.

           copy promptfield replacing
               SCREEN-NAME by ask_item
               FIELD-LINE  by 3
               PROMPT-TEXT by "item code:      "
               ==FIELD-PIC== by ==x(05)==
               TARGET-FIELD by entry-item-id.

           copy promptfield replacing
               SCREEN-NAME by ask_location
               FIELD-LINE  by 4
               PROMPT-TEXT by "location:       "
               ==FIELD-PIC== by ==x(03)==
               TARGET-FIELD by entry-location.

           copy promptfield replacing
               SCREEN-NAME by ask_min_level
               FIELD-LINE  by 7
               PROMPT-TEXT by "new minimum:    "
               ==FIELD-PIC== by ==9(06)==
               TARGET-FIELD by entry-min-level.

       procedure division.

           perform read-session-operator.
           perform read-business-date.

           perform acquire-history-lock.

           open input item-master-file.
           if item-master-status not = "00"
               display "error: cannot open ITEM-MASTER.DAT"
               move 8 to return-code
               perform release-history-lock
               goback
           end-if.

           open i-o location-balance-file.
           if location-balance-status = "35"
               open output location-balance-file
               close location-balance-file
               open i-o location-balance-file
           end-if.
           if location-balance-status not = "00"
               display "error: cannot open LOCATION-BALANCE.DAT"
               close item-master-file
               move 8 to return-code
               perform release-history-lock
               goback
           end-if.

           perform until all-done

               display ask_action
               accept ask_action
               move "ACTION" to audit-field-name
               move maint-action to audit-value
               perform log-accept-event

               evaluate true
                   when action-is-minimum perform set-one-minimum
                   when action-is-exit    move "Y" to done-entering
                   when other
                       display "unknown action, try again"
               end-evaluate

           end-perform.

           close location-balance-file.
           close item-master-file.

           display "minimums changed: " minimums-changed.

           perform release-history-lock.

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

      *> the shared history file is single-writer: the lock is held
      *> for the whole session, and a busy lock stops the screen
      *> with the holder's name.
       acquire-history-lock.

           move "A" to lk-action.
           move "locmaint" to lk-program.
           call "lockmgr" using lk-action lk-program
               lk-result lk-holder.

           if lk-result not = "Y"
               display "HISTORY.DAT is in use by " lk-holder
                   ", try again later"
               move 8 to return-code
               goback
           end-if.

       release-history-lock.

           move return-code to saved-return-code.

           move "R" to lk-action.
           move "locmaint" to lk-program.
           call "lockmgr" using lk-action lk-program
               lk-result lk-holder.

           move saved-return-code to return-code.

       set-one-minimum.

           display erase_screen.

           display ask_item.
           accept ask_item.
           move "ITEM" to audit-field-name.
           move entry-item-id to audit-value.
           perform log-accept-event.

           move entry-item-id to im-item-id.
           read item-master-file
               invalid key
                   display "item not on the master"
               not invalid key
                   display im-item-desc
                   perform ask-location-minimum
           end-read.

       ask-location-minimum.

           display ask_location.
           accept ask_location.
           move "LOCATION" to audit-field-name.
           move entry-location to audit-value.
           perform log-accept-event.

           if entry-location = spaces
               display "location is required"
           else
               move entry-item-id to lb-item-id
               move entry-location to lb-location
               read location-balance-file
                   invalid key
                       move "N" to balance-found
                       move zero to lb-on-hand
                       move zero to old-min-level
                   not invalid key
                       move "Y" to balance-found
                       if lb-min-level is numeric
                           move lb-min-level to old-min-level
                       else
                           move zero to old-min-level
                       end-if
               end-read
               display "on hand " lb-on-hand
                   "   minimum " old-min-level
               perform ask-new-minimum
           end-if.

       ask-new-minimum.

           move old-min-level to entry-min-level.
           display ask_min_level.
           accept ask_min_level.
           move "MINIMUM" to audit-field-name.
           move entry-min-level to audit-value.
           perform log-accept-event.

           if entry-min-level = old-min-level
               display "minimum unchanged"
           else
               move entry-item-id to lb-item-id
               move entry-location to lb-location
               move entry-min-level to lb-min-level
               if balance-found = "Y"
                   perform location-balance-before-image
                   rewrite location-balance-record
                       invalid key display "error: rewrite failed"
                   end-rewrite
                   perform journal-location-balance-change
               else
                   move zero to lb-on-hand
                   write location-balance-record
                       invalid key display "error: write failed"
                   end-write
                   perform journal-location-balance-add
               end-if
               if balance-found = "Y"
                   move "MODIF" to audit-action
               else
                   move "AJOUT" to audit-action
               end-if
               move old-min-level to audit-before
               move entry-min-level to audit-after
               perform write-one-audit-record
               add 1 to minimums-changed
               display "minimum recorded"
           end-if.

       write-one-audit-record.

           perform get-next-history-seq.

           move spaces to history-record.
           move business-date to hr-run-date.
           move history-seq to hr-run-seq.
           move session-operator to hr-operator.
           move "locmaint" to hr-program-name.
           move lb-balance-key to hr-identifier.
           move "MINIMUM" to hr-label-1.
           move audit-before to hr-value-1.
           move "APRES" to hr-label-2.
           move audit-after to hr-value-2.
           move audit-action to hr-label-3.

           open i-o history-file.
           if history-file-status = "35"
               open output history-file
           end-if.
           perform write-history-with-retry.
           close history-file.

       write-history-with-retry.

           move "N" to history-write-done.
           move "N" to history-seq-bumped.
           perform until history-write-done = "Y"
               write history-record
                   invalid key
                       add 1 to history-seq
                       move history-seq to hr-run-seq
                       move "Y" to history-seq-bumped
                   not invalid key
                       move "Y" to history-write-done
               end-write
           end-perform.

           if history-seq-bumped = "Y"
               move history-seq to hsr-last-seq
               open output history-seq-file
               write history-seq-record
               close history-seq-file
           end-if.

      *> allocates the next sequence number for today's audit trail;
      *> the counter itself lives in a one-record control file so it
      *> survives between runs.
       get-next-history-seq.

           move zero to history-seq.

           open input history-seq-file.
           if history-seq-status = "00"
               read history-seq-file
                   not at end compute history-seq = hsr-last-seq + 1
               end-read
               close history-seq-file
           end-if.

           if history-seq = zero
               move 1 to history-seq
           end-if.

           move history-seq to hsr-last-seq.
           open output history-seq-file.
           write history-seq-record.
           close history-seq-file.

      *> compliance input trail: every ACCEPT on this screen is
      *> logged with the value entered and the signed-on operator.
       log-accept-event.

           move spaces to accept-audit-record.
           move "locmaint" to aad-program-name.
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

      *> forward-recovery journal for the location balances: the image
      *> before a change is read back off the file just ahead of the
      *> update, the new record held aside meanwhile.
       location-balance-before-image.

           move location-balance-record to jf-after.
           read location-balance-file
               invalid key move spaces to jf-before
               not invalid key move location-balance-record to jf-before
           end-read.
           move jf-after to location-balance-record.

       journal-location-balance-add.

           move "LOCATION-BALANCE.DAT" to jf-master.
           move "A" to jf-action.
           move spaces to jf-before.
           move location-balance-record to jf-after.
           perform write-journal-entry.

       journal-location-balance-change.

           move "LOCATION-BALANCE.DAT" to jf-master.
           move "C" to jf-action.
           move location-balance-record to jf-after.
           perform write-journal-entry.

       write-journal-entry.

           move "locmaint" to jf-program.
           move session-operator to jf-operator.
           call "mastjrnl" using jf-master jf-action jf-program
               jf-operator jf-before jf-after.
