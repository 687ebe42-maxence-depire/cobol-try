      *> online maintenance for the indexed supplier master: add,
      *> change, delete and browse by supplier code, carrying the
      *> name, mailing address, the lead time in days and the
      *> payment terms. a supplier still named as preferred on an
      *> item cannot be deleted -- the purchase-order run would
      *> print an order to nobody. every applied update lands on the
      *> change log with the operator and the date, the same way the
      *> customer master's maintenance logs its changes.
       identification division.
       program-id. suppmaint.

       environment division.
       input-output section.
       file-control.
           select supplier-master-file assign to "SUPPLIER-MASTER.DAT"
               organization indexed
               access mode is dynamic
               record key is su-supplier-code
               file status is supplier-master-status.

           select item-master-file assign to "ITEM-MASTER.DAT"
               organization indexed
               access mode is dynamic
               record key is im-item-id
               file status is item-master-status.

           select change-log-file assign to "SUPPLIER-MASTER-LOG.DAT"
               organization line sequential
               file status is change-log-status.

           select session-file assign to "SESSION-OPERATOR.DAT"
               organization line sequential
               file status is session-file-status.

       data division.
       file section.
       fd  supplier-master-file.
           copy suppmast.

       fd  item-master-file.
           copy itemmast.

       fd  change-log-file.
       01  change-log-line pic x(60).

       fd  session-file.
       01  session-record.
           05 so-operator-id pic x(08).

       working-storage section.

           77 supplier-master-status pic xx.
           77 item-master-status     pic xx.
           77 change-log-status      pic xx.

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

           77 entry-supplier-code pic x(05).
           77 entry-name          pic x(30).
           77 entry-addr-line-1   pic x(30).
           77 entry-addr-line-2   pic x(30).
           77 entry-postal-code   pic x(07).
           77 entry-city          pic x(20).
           77 entry-lead-days     pic 9(03).
           77 entry-terms         pic x(10).

           77 record-exists pic x.
               88 key-was-found value "Y".

           77 log-action pic x(06).

           77 browse-eof pic x.

           77 items-eof pic x.
           77 items-naming pic 9(05).

           01 log-detail.
               05 filler            pic x      value space.
               05 lg-date           pic x(08).
               05 filler            pic x(02)  value space.
               05 lg-operator       pic x(08).
               05 filler            pic x(02)  value space.
               05 lg-action         pic x(06).
               05 filler            pic x(02)  value space.
               05 lg-supplier-code  pic x(05).
               05 filler            pic x(02)  value space.
               05 lg-lead-days      pic zz9.
               05 filler            pic x(02)  value space.
               05 lg-terms          pic x(10).

       screen section.

           copy promptfield replacing
               SCREEN-NAME by ask_action
               FIELD-LINE  by 1
               PROMPT-TEXT by
               "action (A)dd (C)hange (D)elete (B)rowse e(X)it: "
               FIELD-PIC   by x
               TARGET-FIELD by maint-action.

           copy promptfield replacing
               SCREEN-NAME by ask_supplier
               FIELD-LINE  by 3
               PROMPT-TEXT by "supplier code: "
               ==FIELD-PIC== by ==x(05)==
               TARGET-FIELD by entry-supplier-code.

           copy promptfield replacing
               SCREEN-NAME by ask_name
               FIELD-LINE  by 5
               PROMPT-TEXT by "name:          "
               ==FIELD-PIC== by ==x(30)==
               TARGET-FIELD by entry-name.

           copy promptfield replacing
               SCREEN-NAME by ask_addr_1
               FIELD-LINE  by 6
               PROMPT-TEXT by "address 1:     "
               ==FIELD-PIC== by ==x(30)==
               TARGET-FIELD by entry-addr-line-1.

           copy promptfield replacing
               SCREEN-NAME by ask_addr_2
               FIELD-LINE  by 7
               PROMPT-TEXT by "address 2:     "
               ==FIELD-PIC== by ==x(30)==
               TARGET-FIELD by entry-addr-line-2.

           copy promptfield replacing
               SCREEN-NAME by ask_postal
               FIELD-LINE  by 8
               PROMPT-TEXT by "postal code:   "
               ==FIELD-PIC== by ==x(07)==
               TARGET-FIELD by entry-postal-code.

           copy promptfield replacing
               SCREEN-NAME by ask_city
               FIELD-LINE  by 9
               PROMPT-TEXT by "city:          "
               ==FIELD-PIC== by ==x(20)==
               TARGET-FIELD by entry-city.

           copy promptfield replacing
               SCREEN-NAME by ask_lead
               FIELD-LINE  by 10
               PROMPT-TEXT by "lead time days:"
               ==FIELD-PIC== by ==9(03)==
               TARGET-FIELD by entry-lead-days.

           copy promptfield replacing
               SCREEN-NAME by ask_terms
               FIELD-LINE  by 11
               PROMPT-TEXT by "terms:         "
               ==FIELD-PIC== by ==x(10)==
               TARGET-FIELD by entry-terms.

           1 show_supplier.
               2 line 13 col 1 "fourn.  ".
               2 pic x(05) from su-supplier-code.
               2 col 15 space.
               2 pic x(30) from su-name.
               2 line 14 col 1 space.
               2 pic x(30) from su-addr-line-1.
               2 line 15 col 1 space.
               2 pic x(07) from su-postal-code.
               2 col 9 space.
               2 pic x(20) from su-city.
               2 line 16 col 1 "delai   ".
               2 pic zz9 from su-lead-days.
               2 col 13 " j  cond. ".
               2 pic x(10) from su-terms.

       procedure division.

           perform read-session-operator.

           open i-o supplier-master-file.
           if supplier-master-status = "35"
               open output supplier-master-file
               close supplier-master-file
               open i-o supplier-master-file
           end-if.

           perform until all-done

               display ask_action
               accept ask_action

               evaluate true
                   when action-is-add    perform add-supplier
                   when action-is-change perform change-supplier
                   when action-is-delete perform delete-supplier
                   when action-is-browse perform browse-suppliers
                   when action-is-exit   move "Y" to done-maintaining
                   when other
                       display "unknown action, try again"
               end-evaluate

           end-perform.

           close supplier-master-file.

       goback.

       read-session-operator.

           open input session-file.
           if session-file-status = "00"
               read session-file
                   not at end move so-operator-id to session-operator
               end-read
               close session-file
           end-if.

       accept-supplier-key.

           display ask_supplier.
           accept ask_supplier.

       accept-supplier-details.

           display ask_name.
           accept ask_name.
           display ask_addr_1.
           accept ask_addr_1.
           display ask_addr_2.
           accept ask_addr_2.
           display ask_postal.
           accept ask_postal.
           display ask_city.
           accept ask_city.
           display ask_lead.
           accept ask_lead.
           display ask_terms.
           accept ask_terms.

       read-supplier-by-key.

           move "N" to record-exists.
           move entry-supplier-code to su-supplier-code.
           read supplier-master-file
               invalid key continue
               not invalid key move "Y" to record-exists
           end-read.

       add-supplier.

           perform accept-supplier-key.
           perform read-supplier-by-key.

           if key-was-found
               display "already on file, use (C)hange"
           else
               perform accept-supplier-details
               if entry-name = spaces
                       or entry-addr-line-1 = spaces
                   display "name and address are required"
               else
                   perform apply-supplier-entry
                   write supplier-master-record
                       invalid key
                           display "error: write failed"
                   end-write
                   move "AJOUT" to log-action
                   perform write-change-log
                   display "added"
               end-if
           end-if.

       change-supplier.

           perform accept-supplier-key.
           perform read-supplier-by-key.

           if key-was-found
               display show_supplier
               perform accept-supplier-details
               if entry-name = spaces
                       or entry-addr-line-1 = spaces
                   display "name and address are required"
               else
                   perform apply-supplier-entry
                   rewrite supplier-master-record
                   move "MODIF" to log-action
                   perform write-change-log
                   display "changed"
               end-if
           else
               display "not on file, use (A)dd"
           end-if.

       delete-supplier.

           perform accept-supplier-key.
           perform read-supplier-by-key.

           if key-was-found
               display show_supplier
               perform count-items-naming-supplier
               if items-naming > zero
                   display "preferred supplier on " items-naming
                       " item(s), change the items first"
               else
                   move su-lead-days to entry-lead-days
                   move su-terms to entry-terms
                   delete supplier-master-file record
                   move "SUPPR" to log-action
                   perform write-change-log
                   display "deleted"
               end-if
           else
               display "not on file"
           end-if.

      *> one pass over the item master for items that still name the
      *> supplier; no item master means nothing can name it.
       count-items-naming-supplier.

           move zero to items-naming.

           open input item-master-file.
           if item-master-status = "00"
               move "N" to items-eof
               perform until items-eof = "Y"
                   read item-master-file next record
                       at end move "Y" to items-eof
                       not at end
                           if im-supplier-code = entry-supplier-code
                               add 1 to items-naming
                           end-if
                   end-read
               end-perform
               close item-master-file
           end-if.

       browse-suppliers.

           perform accept-supplier-key.

           move entry-supplier-code to su-supplier-code.

           start supplier-master-file
                   key is not less than su-supplier-code
               invalid key
                   display "nothing on file at or past that key"
               not invalid key
                   move "N" to browse-eof
                   perform until browse-eof = "Y"
                       read supplier-master-file next record
                           at end move "Y" to browse-eof
                           not at end display show_supplier
                       end-read
                   end-perform
           end-start.

       apply-supplier-entry.

           move entry-supplier-code to su-supplier-code.
           move entry-name          to su-name.
           move entry-addr-line-1   to su-addr-line-1.
           move entry-addr-line-2   to su-addr-line-2.
           move entry-postal-code   to su-postal-code.
           move entry-city          to su-city.
           move entry-lead-days     to su-lead-days.
           move entry-terms         to su-terms.

       write-change-log.

           move function current-date(1:8) to lg-date.
           move session-operator to lg-operator.
           move log-action to lg-action.
           move entry-supplier-code to lg-supplier-code.
           move entry-lead-days to lg-lead-days.
           move entry-terms to lg-terms.

           open extend change-log-file.
           if change-log-status = "35"
               open output change-log-file
           end-if.
           move log-detail to change-log-line.
           write change-log-line.
           close change-log-file.
