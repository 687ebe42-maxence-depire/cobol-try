      *> not something to retire out from under the warehouse.
      *> every applied change books its before and after values to
      *> the HISTORY.DAT audit trail, the way the parameter
      *> maintenance books parameter changes. the preferred supplier
      *> must be on the supplier master, or left blank.
       identification division.
       program-id. itemmaint.

               record key is im-item-id
               file status is item-master-status.

           select supplier-master-file assign to "SUPPLIER-MASTER.DAT"
               organization indexed
               access mode is dynamic
               record key is su-supplier-code
               file status is supplier-master-status.

           select history-file assign to "HISTORY.DAT"
               organization indexed
               access mode is dynamic
       fd  item-master-file.
           copy itemmast.

       fd  supplier-master-file.
           copy suppmast.

       fd  history-file.
           copy historyrec.


       working-storage section.

           copy jrnlfields.

           copy lockfields.

      *> the lockmgr CALL hands its own (zero) return code back up,
           77 session-operator pic x(08) value spaces.

           77 item-master-status pic xx.
           77 supplier-master-status pic xx.
           77 supplier-master-available pic x value "N".
               88 supplier-master-is-available value "Y".
           77 history-file-status pic xx.
           77 history-seq-status  pic xx.
           77 history-seq         pic 9(06) value zero.
           77 entry-reorder-qty   pic 9(06).
           77 entry-unit-cost     pic 9(05)v99.
           77 entry-item-class    pic x(01).
           77 entry-supplier-code pic x(05).

           77 record-exists pic x.
               88 key-was-found value "Y".

      *> the record as it stood when it was put on the screen: the
      *> save is refused if the file no longer holds it.
           77 displayed-image pic x(132).
           77 save-refused    pic x.

      *> before image for the audit trail -- zeros for an add.
           77 before-reorder-point pic 9(06).
           77 before-reorder-qty   pic 9(06).
               FIELD-PIC   by x
               TARGET-FIELD by entry-item-class.

           copy promptfield replacing
               SCREEN-NAME by ask_supplier
               FIELD-LINE  by 10
               PROMPT-TEXT by "supplier:      "
               ==FIELD-PIC== by ==x(05)==
               TARGET-FIELD by entry-supplier-code.

           1 show_item.
               2 line 11 col 1 "item ".
               2 pic x(05) from im-item-id.
               2 pic zzzzz9 from im-reorder-qty.
               2 col 26 " cout ".
               2 pic zzzz9.99 from im-unit-cost.
               2 line 14 col 1 "fourn ".
               2 pic x(05) from im-supplier-code.

       procedure division.

               open i-o item-master-file
           end-if.

           open input supplier-master-file.
           if supplier-master-status = "00"
               move "Y" to supplier-master-available
           end-if.

           perform until all-done

               display ask_action

           close item-master-file.

           if supplier-master-is-available
               close supplier-master-file
           end-if.

           perform release-history-lock.

       goback.
           accept ask_cost.
           display ask_class.
           accept ask_class.
           display ask_supplier.
           accept ask_supplier.

       read-item-by-key.

               move "N" to entry-is-valid
           end-if.

           if entry-supplier-code not = spaces
               perform check-supplier-on-file
           end-if.

       check-supplier-on-file.

           if not supplier-master-is-available
               display "no supplier master on file, leave blank"
               move "N" to entry-is-valid
           else
               move entry-supplier-code to su-supplier-code
               read supplier-master-file
                   invalid key
                       display "supplier not on the supplier master"
                       move "N" to entry-is-valid
               end-read
           end-if.

       add-item.

           perform accept-item-key.
                   move entry-reorder-qty to im-reorder-qty
                   move entry-unit-cost to im-unit-cost
                   move entry-item-class to im-item-class
                   move entry-supplier-code to im-supplier-code
                   move spaces to im-last-count-date
                   move zero to im-variance-count
                   move "A" to im-status
                       invalid key
                           display "error: write failed"
                   end-write
                   perform journal-item-add
                   move "AJOUT" to audit-action
                   perform write-item-audit
                   display "added"

           if key-was-found
               display show_item
               move item-master-record to displayed-image
               move im-reorder-point to before-reorder-point
               move im-reorder-qty   to before-reorder-qty
               move im-unit-cost     to before-unit-cost
                   move entry-reorder-qty to im-reorder-qty
                   move entry-unit-cost to im-unit-cost
                   move entry-item-class to im-item-class
                   move entry-supplier-code to im-supplier-code
                   perform item-before-image
                   perform check-item-unchanged
                   if save-refused = "N"
                       rewrite item-master-record
                       perform journal-item-change
                       move "MODIF" to audit-action
                       perform write-item-audit
                       display "changed"
                   end-if
               end-if
           else
               display "not on file, use (A)dd"
                   move im-reorder-qty   to entry-reorder-qty
                   move im-unit-cost     to entry-unit-cost
                   move "D" to im-status
                   perform item-before-image
                   rewrite item-master-record
                   perform journal-item-change
                   move "RETRAIT" to audit-action
                   perform write-item-audit
                   display "deactivated"
           open output history-seq-file.
           write history-seq-record.
           close history-seq-file.

      *> a save made by another operator between the display and
      *> this one would be silently overwritten: the record read
      *> back off the file just ahead of the update must still be
      *> the one that was put on the screen.
       check-item-unchanged.

           move "N" to save-refused.
           if jf-before not = displayed-image
               move "Y" to save-refused
               perform refuse-item-save
           end-if.

      *> the refusal goes on the refused-save log, and the operator
      *> is shown what the other operator left on file to key the
      *> change again over.
       refuse-item-save.

           move jf-before to jf-after.
           move displayed-image to jf-before.
           move "ITEM-MASTER.DAT" to jf-master.
           move "C" to jf-action.
           move "itemmaint" to jf-program.
           move session-operator to jf-operator.
           call "conflog" using jf-master jf-action jf-program
               jf-operator jf-before jf-after.

           if jf-after = spaces
               display "item deleted by another operator since it"
                   " was displayed, save refused"
           else
               move jf-after to item-master-record
               display "item changed by another operator since it"
                   " was displayed, save refused -- now on file:"
               display show_item
           end-if.

      *> forward-recovery journal for the item master: the image
      *> before a change is read back off the file just ahead of the
      *> update, the new record held aside meanwhile.
       item-before-image.

           move item-master-record to jf-after.
           read item-master-file
               invalid key move spaces to jf-before
               not invalid key move item-master-record to jf-before
           end-read.
           move jf-after to item-master-record.

       journal-item-add.

           move "ITEM-MASTER.DAT" to jf-master.
           move "A" to jf-action.
           move spaces to jf-before.
           move item-master-record to jf-after.
           perform write-journal-entry.

       journal-item-change.

           move "ITEM-MASTER.DAT" to jf-master.
           move "C" to jf-action.
           move item-master-record to jf-after.
           perform write-journal-entry.

       write-journal-entry.

           move "itemmaint" to jf-program.
           move session-operator to jf-operator.
           call "mastjrnl" using jf-master jf-action jf-program
               jf-operator jf-before jf-after.
