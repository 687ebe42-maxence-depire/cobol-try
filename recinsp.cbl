      *> receiving inspection: goods received wait on
      *> INSPECTION-HOLD.DAT until someone opens the boxes. the
      *> screen lists what is waiting, then takes the PO, item and
      *> location of one held receipt and how much of it passed and
      *> how much failed. what passed is handed back to receiving as
      *> a code-7 release, which posts it to on-hand and the movement
      *> ledger and fills the waiting backorders; what failed is
      *> booked to SUPPLIER-RETURNS.DAT against the PO, with the
      *> supplier off the PO register and the inspector's reason, to
      *> go back on the next truck. whatever is neither stays held
      *> for a later look. every accept joins the compliance input
      *> trail.
       identification division.
       program-id. recinsp.

       environment division.
       input-output section.
       file-control.
           select hold-file assign to "INSPECTION-HOLD.DAT"
               organization indexed
               access mode is dynamic
               record key is ih-hold-key
               file status is hold-file-status.

           select supplier-return-file
               assign to "SUPPLIER-RETURNS.DAT"
               organization line sequential
               file status is supplier-return-status.

           select po-register-file assign to "PO-REGISTER.DAT"
               organization line sequential
               file status is po-register-status.

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
       fd  hold-file.
           copy insphold.

       fd  supplier-return-file.
           copy suppret.

       fd  po-register-file.
       01  po-register-record.
           05 pr-po-number  pic x(08).
           05 pr-item-id    pic x(05).
           05 pr-quantity   pic 9(05).
           05 pr-status     pic x(01).
           05 pr-order-date pic x(08).
           05 pr-supplier-code pic x(05).
           05 pr-promised-date pic x(08).

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

      *> the release is handed to receiving the way the dispatcher
      *> hands it a receipt.
           copy trnpayload.

           77 hold-file-status       pic xx.
           77 supplier-return-status pic xx.
           77 po-register-status     pic xx.
           77 accept-audit-status    pic xx.

           77 run-date-status pic xx.
           77 business-date   pic x(08).

           77 session-file-status pic xx.
           77 session-operator pic x(08) value spaces.

           77 maint-action pic x.
               88 action-is-inspect value "I".
               88 action-is-exit    value "X".
           77 done-entering pic x value "N".
               88 all-done value "Y".

           77 entry-po-number   pic x(08).
           77 entry-item-id     pic x(05).
           77 entry-location    pic x(03).
           77 entry-release-qty pic 9(05).
           77 entry-reject-qty  pic 9(05).
           77 entry-reason      pic x(20).

           77 end-of-file pic x.
           77 holds-listed pic 9(03).
           77 inspected-qty pic 9(06).
           77 supplier-code pic x(05).

           77 receipts-inspected pic 9(04) value zero.

           01 hold-display.
               05 filler          pic x(02) value space.
               05 hd-po-number    pic x(08).
               05 filler          pic x(02) value space.
               05 hd-item-id      pic x(05).
               05 filler          pic x(02) value space.
               05 hd-location     pic x(03).
               05 filler          pic x(02) value space.
               05 hd-received     pic x(08).
               05 filler          pic x(07) value "  held ".
               05 hd-held-qty     pic zzzzz9.

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
               PROMPT-TEXT by "action (I)nspect e(X)it: "
               FIELD-PIC   by x
               TARGET-FIELD by maint-action.

           copy promptfield replacing
               SCREEN-NAME by ask_po_number
               FIELD-LINE  by 18
               PROMPT-TEXT by "PO number:      "
               ==FIELD-PIC== by ==x(08)==
               TARGET-FIELD by entry-po-number.

           copy promptfield replacing
               SCREEN-NAME by ask_item
               FIELD-LINE  by 19
               PROMPT-TEXT by "item code:      "
               ==FIELD-PIC== by ==x(05)==
               TARGET-FIELD by entry-item-id.

           copy promptfield replacing
               SCREEN-NAME by ask_location
               FIELD-LINE  by 20
               PROMPT-TEXT by "location:       "
               ==FIELD-PIC== by ==x(03)==
               TARGET-FIELD by entry-location.

           copy promptfield replacing
               SCREEN-NAME by ask_release_qty
               FIELD-LINE  by 21
               PROMPT-TEXT by "qty released:   "
               ==FIELD-PIC== by ==9(05)==
               TARGET-FIELD by entry-release-qty.

           copy promptfield replacing
               SCREEN-NAME by ask_reject_qty
               FIELD-LINE  by 22
               PROMPT-TEXT by "qty rejected:   "
               ==FIELD-PIC== by ==9(05)==
               TARGET-FIELD by entry-reject-qty.

           copy promptfield replacing
               SCREEN-NAME by ask_reason
               FIELD-LINE  by 23
               PROMPT-TEXT by "reject reason:  "
               ==FIELD-PIC== by ==x(20)==
               TARGET-FIELD by entry-reason.

       procedure division.

           perform read-session-operator.
           perform read-business-date.

           open i-o hold-file.
           if hold-file-status not = "00"
               display "no goods waiting on inspection"
               goback
           end-if.

           perform until all-done

               display ask_action
               accept ask_action
               move "ACTION" to audit-field-name
               move maint-action to audit-value
               perform log-accept-event

               evaluate true
                   when action-is-inspect perform inspect-one-receipt
                   when action-is-exit    move "Y" to done-entering
                   when other
                       display "unknown action, try again"
               end-evaluate

           end-perform.

           close hold-file.

           display "receipts inspected: " receipts-inspected.

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

       inspect-one-receipt.

           display erase_screen.
           perform list-held-receipts.

           display ask_po_number.
           accept ask_po_number.
           move "PO" to audit-field-name.
           move entry-po-number to audit-value.
           perform log-accept-event.

           display ask_item.
           accept ask_item.
           move "ITEM" to audit-field-name.
           move entry-item-id to audit-value.
           perform log-accept-event.

           move spaces to entry-location.
           display ask_location.
           accept ask_location.
           move "LOCATION" to audit-field-name.
           move entry-location to audit-value.
           perform log-accept-event.
           if entry-location = spaces
               move "PRI" to entry-location
           end-if.

           move entry-po-number to ih-po-number.
           move entry-item-id to ih-item-id.
           move entry-location to ih-location.
           read hold-file
               invalid key
                   display "nothing held for that PO, item and "
                       "location"
               not invalid key
                   if ih-held-qty = zero
                       display "nothing left to inspect on it"
                   else
                       perform ask-inspection-result
                   end-if
           end-read.

      *> the first screenful of what is waiting, so the inspector
      *> keys a receipt that is actually there.
       list-held-receipts.

           move zero to holds-listed.
           move low-values to ih-hold-key.
           move "N" to end-of-file.
           start hold-file key is >= ih-hold-key
               invalid key move "Y" to end-of-file
           end-start.

           perform until end-of-file = "Y"
               read hold-file next record
                   at end move "Y" to end-of-file
                   not at end
                       if ih-held-qty > zero
                           add 1 to holds-listed
                           move ih-po-number to hd-po-number
                           move ih-item-id to hd-item-id
                           move ih-location to hd-location
                           move ih-received-date to hd-received
                           move ih-held-qty to hd-held-qty
                           display hold-display
                           if holds-listed >= 15
                               move "Y" to end-of-file
                           end-if
                       end-if
               end-read
           end-perform.

           if holds-listed = zero
               display "  nothing waiting on inspection"
           end-if.

       ask-inspection-result.

           display "held " ih-held-qty.

           display ask_release_qty.
           accept ask_release_qty.
           move "RELEASED" to audit-field-name.
           move entry-release-qty to audit-value.
           perform log-accept-event.

           display ask_reject_qty.
           accept ask_reject_qty.
           move "REJECTED" to audit-field-name.
           move entry-reject-qty to audit-value.
           perform log-accept-event.

           move spaces to entry-reason.
           if entry-reject-qty > zero
               display ask_reason
               accept ask_reason
               move "REASON" to audit-field-name
               move entry-reason to audit-value
               perform log-accept-event
           end-if.

           compute inspected-qty = entry-release-qty
               + entry-reject-qty.

           evaluate true
               when inspected-qty = zero
                   display "nothing released or rejected"
               when inspected-qty > ih-held-qty
                   display "released and rejected pass the "
                       ih-held-qty " held"
               when entry-reject-qty > zero
                       and entry-reason = spaces
                   display "a rejection needs a reason"
               when other
                   perform post-inspection
           end-evaluate.

      *> the release goes through receiving first: only if it posts
      *> does the quantity come off the hold.
       post-inspection.

           if entry-release-qty > zero
               move 7 to tp-choice
               move ih-po-number to tp-ref-number
               move ih-item-id to tp-item-id
               move entry-release-qty to tp-quantity
               move business-date to tp-date
               move ih-location to tp-location
               move spaces to tp-customer
               move space to tp-disposition
               move spaces to tp-reason-code
               move zero to return-code
               call "receiving" using transaction-payload
               if return-code not = zero
                   display "release refused by receiving, nothing "
                       "posted"
                   move zero to return-code
                   move zero to entry-release-qty
                   move zero to entry-reject-qty
               end-if
           end-if.

           if entry-reject-qty > zero
               perform write-supplier-return
           end-if.

           if entry-release-qty > zero or entry-reject-qty > zero
               subtract entry-release-qty from ih-held-qty
               subtract entry-reject-qty from ih-held-qty
               add entry-release-qty to ih-released-qty
               add entry-reject-qty to ih-rejected-qty
               rewrite inspection-hold-record
                   invalid key display "error: hold rewrite failed"
               end-rewrite
               add 1 to receipts-inspected
               display "inspection recorded, still held "
                   ih-held-qty
           end-if.

       write-supplier-return.

           perform find-po-supplier.

           move ih-po-number to rs-po-number.
           move ih-item-id to rs-item-id.
           move ih-location to rs-location.
           move supplier-code to rs-supplier-code.
           move entry-reject-qty to rs-quantity.
           move business-date to rs-return-date.
           move entry-reason to rs-reason.
           move session-operator to rs-operator.

           open extend supplier-return-file.
           if supplier-return-status = "35"
               open output supplier-return-file
           end-if.
           write supplier-return-record.
           close supplier-return-file.

      *> the supplier the PO line was raised on; blank when the PO
      *> register no longer carries it.
       find-po-supplier.

           move spaces to supplier-code.

           open input po-register-file.
           if po-register-status = "00"
               move "N" to end-of-file
               perform until end-of-file = "Y"
                   read po-register-file
                       at end move "Y" to end-of-file
                       not at end
                           if pr-po-number = ih-po-number
                                   and pr-item-id = ih-item-id
                               move pr-supplier-code
                                   to supplier-code
                               move "Y" to end-of-file
                           end-if
                   end-read
               end-perform
               close po-register-file
           end-if.

      *> compliance input trail: every ACCEPT on this screen is
      *> logged with the value entered and the signed-on operator.
       log-accept-event.

           move spaces to accept-audit-record.
           move "recinsp" to aad-program-name.
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
