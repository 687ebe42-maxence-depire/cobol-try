      *> customer order entry: one order, however many items it
      *> carries, under one order number. the customer must be on
      *> the customer master and every item on the item master; the
      *> customer is promised a date, and each line names the item,
      *> the quantity and the building it picks from (blank = PRI).
      *> an item keyed twice on the same order adds to its line.
      *>
      *> a confirmed order takes the next number off ORDER-SEQ.DAT
      *> (OR and six digits), lands on ORDER-HEADER.DAT and
      *> ORDER-LINES.DAT with its status open on ORDER-STATUS.DAT,
      *> and each line is handed to the dispatcher as its own code-2
      *> shipping transaction under the order number -- shipping then
      *> allocates line by line against the usual stock and
      *> backorder rules and posts back to the order what went out.
      *> every accept joins the compliance input trail.
       identification division.
       program-id. ordentry.

       environment division.
       input-output section.
       file-control.
           select customer-master-file assign to "CUSTOMER-MASTER.DAT"
               organization indexed
               access mode is dynamic
               record key is cu-customer-code
               file status is customer-master-status.

           select item-master-file assign to "ITEM-MASTER.DAT"
               organization indexed
               access mode is dynamic
               record key is im-item-id
               file status is item-master-status.

           select order-header-file assign to "ORDER-HEADER.DAT"
               organization indexed
               access mode is dynamic
               record key is oh-order-number
               file status is order-header-status.

           select order-line-file assign to "ORDER-LINES.DAT"
               organization indexed
               access mode is dynamic
               record key is ol-line-key
               file status is order-line-status.

           select order-status-file assign to "ORDER-STATUS.DAT"
               organization indexed
               access mode is dynamic
               record key is os-order-number
               file status is order-status-status.

           select order-seq-file assign to "ORDER-SEQ.DAT"
               organization line sequential
               file status is order-seq-status.

           select transactions-file assign to "TRANSACTIONS.DAT"
               organization line sequential
               file status is transactions-status.

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
       fd  customer-master-file.
           copy custmast.

       fd  item-master-file.
           copy itemmast.

       fd  order-header-file.
           copy orderhdr.

       fd  order-line-file.
           copy orderline.

       fd  order-status-file.
           copy ordstatus.

       fd  order-seq-file.
       01  order-seq-record.
           05 oq-last-number pic 9(06).

       fd  transactions-file.
       01  transactions-record.
           05 tr-choice     pic 9.
           05 tr-ref-number pic x(08).
           05 tr-item-id    pic x(05).
           05 tr-quantity   pic 9(05).
           05 tr-date       pic x(08).
           05 tr-location   pic x(03).
           05 tr-customer   pic x(05).
           05 tr-disposition pic x(01).
           05 tr-reason-code pic x(05).

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

           copy calfields.

           77 customer-master-status pic xx.
           77 item-master-status     pic xx.
           77 order-header-status    pic xx.
           77 order-line-status      pic xx.
           77 order-status-status    pic xx.
           77 order-seq-status       pic xx.
           77 transactions-status    pic xx.
           77 accept-audit-status    pic xx.

           77 run-date-status pic xx.
           77 business-date   pic x(08).

           77 session-file-status pic xx.
           77 session-operator pic x(08) value spaces.

           77 maint-action pic x.
               88 action-is-new  value "N".
               88 action-is-exit value "X".
           77 done-entering pic x value "N".
               88 all-done value "Y".

           77 entry-customer      pic x(05).
           77 entry-promised-date pic x(08).
           77 entry-item-id       pic x(05).
           77 entry-quantity      pic 9(05).
           77 entry-location      pic x(03).
           77 entry-confirm       pic x.

           77 lines-done pic x.
               88 no-more-lines value "Y".
           77 order-ok pic x.
               88 order-is-ok value "Y".

      *> the order's lines as keyed, written out once confirmed.
           77 line-count pic 9(03) value zero.
           77 line-idx   pic 9(03).
           77 line-slot  pic 9(03).

           01 line-table.
               05 line-entry occurs 50 times.
                   10 lt-item-id  pic x(05).
                   10 lt-quantity pic 9(05).
                   10 lt-location pic x(03).

           77 next-order    pic 9(06).
           77 order-number  pic x(08).
           77 total-ordered pic 9(07).

           01 order-number-build.
               05 filler         pic x(02) value "OR".
               05 onb-number     pic 9(06).

           77 orders-entered pic 9(04) value zero.

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
               PROMPT-TEXT by "action (N)ew order e(X)it: "
               FIELD-PIC   by x
               TARGET-FIELD by maint-action.

           copy promptfield replacing
               SCREEN-NAME by ask_customer
               FIELD-LINE  by 3
               PROMPT-TEXT by "customer code:  "
               ==FIELD-PIC== by ==x(05)==
               TARGET-FIELD by entry-customer.

           copy promptfield replacing
               SCREEN-NAME by ask_promised_date
               FIELD-LINE  by 4
               PROMPT-TEXT by "promised date:  "
               ==FIELD-PIC== by ==x(08)==
               TARGET-FIELD by entry-promised-date.

           copy promptfield replacing
               SCREEN-NAME by ask_item
               FIELD-LINE  by 6
               PROMPT-TEXT by "item (blank=end): "
               ==FIELD-PIC== by ==x(05)==
               TARGET-FIELD by entry-item-id.

           copy promptfield replacing
               SCREEN-NAME by ask_quantity
               FIELD-LINE  by 7
               PROMPT-TEXT by "quantity:       "
               ==FIELD-PIC== by ==9(05)==
               TARGET-FIELD by entry-quantity.

           copy promptfield replacing
               SCREEN-NAME by ask_location
               FIELD-LINE  by 8
               PROMPT-TEXT by "location:       "
               ==FIELD-PIC== by ==x(03)==
               TARGET-FIELD by entry-location.

           copy promptfield replacing
               SCREEN-NAME by ask_confirm
               FIELD-LINE  by 10
               PROMPT-TEXT by "take the order (Y/N): "
               FIELD-PIC   by x
               TARGET-FIELD by entry-confirm.

       procedure division.

           perform read-session-operator.
           perform read-business-date.

           open input customer-master-file.
           if customer-master-status not = "00"
               display "error: cannot open CUSTOMER-MASTER.DAT"
               move 8 to return-code
               goback
           end-if.

           open input item-master-file.
           if item-master-status not = "00"
               display "error: cannot open ITEM-MASTER.DAT"
               close customer-master-file
               move 8 to return-code
               goback
           end-if.

           perform until all-done

               display ask_action
               accept ask_action
               move "ACTION" to audit-field-name
               move maint-action to audit-value
               perform log-accept-event

               evaluate true
                   when action-is-new  perform enter-order
                   when action-is-exit move "Y" to done-entering
                   when other
                       display "unknown action, try again"
               end-evaluate

           end-perform.

           close item-master-file.
           close customer-master-file.

           display "orders entered: " orders-entered.

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

       enter-order.

           display erase_screen.
           move "Y" to order-ok.
           move zero to line-count.

           display ask_customer.
           accept ask_customer.
           move "CUSTOMER" to audit-field-name.
           move entry-customer to audit-value.
           perform log-accept-event.

           move entry-customer to cu-customer-code.
           read customer-master-file
               invalid key
                   display "customer not on the master"
                   move "N" to order-ok
               not invalid key
                   display cu-name "  " cu-city
           end-read.

           if order-is-ok
               perform ask-promised-date
           end-if.

           if order-is-ok
               move "N" to lines-done
               perform until no-more-lines
                   perform enter-one-line
               end-perform
               if line-count = zero
                   display "no lines keyed, order dropped"
                   move "N" to order-ok
               end-if
           end-if.

           if order-is-ok
               display ask_confirm
               accept ask_confirm
               move "CONFIRM" to audit-field-name
               move entry-confirm to audit-value
               perform log-accept-event
               if entry-confirm = "Y" or entry-confirm = "y"
                   perform take-order
               else
                   display "order dropped"
               end-if
           end-if.

      *> the promise must be a real date and not already behind us.
       ask-promised-date.

           display ask_promised_date.
           accept ask_promised_date.
           move "PROMISED" to audit-field-name.
           move entry-promised-date to audit-value.
           perform log-accept-event.

           move "S" to cd-action.
           move entry-promised-date to cd-date-from.
           call "caldate" using cd-action cd-date-from
               cd-date-to cd-term-code cd-day-count cd-result.

           if cd-result = "U"
               display "promised date is not a date (YYYYMMDD)"
               move "N" to order-ok
           else
               if entry-promised-date < business-date
                   display "promised date is before today"
                   move "N" to order-ok
               end-if
           end-if.

       enter-one-line.

           move spaces to entry-item-id.
           display ask_item.
           accept ask_item.
           move "ITEM" to audit-field-name.
           move entry-item-id to audit-value.
           perform log-accept-event.

           if entry-item-id = spaces
               move "Y" to lines-done
           else
               move entry-item-id to im-item-id
               read item-master-file
                   invalid key
                       display "item not on the master"
                   not invalid key
                       display im-item-desc
                       perform ask-line-quantity
               end-read
           end-if.

       ask-line-quantity.

           display ask_quantity.
           accept ask_quantity.
           move "QUANTITY" to audit-field-name.
           move entry-quantity to audit-value.
           perform log-accept-event.

           move spaces to entry-location.
           display ask_location.
           accept ask_location.
           move "LOCATION" to audit-field-name.
           move entry-location to audit-value.
           perform log-accept-event.

           if entry-quantity = zero
               display "quantity must be above zero"
           else
               perform add-order-line
           end-if.

      *> an item already on the order adds to its line, so shipping
      *> sees one transaction per item and the line one total.
       add-order-line.

           move zero to line-slot.
           perform varying line-idx from 1 by 1
                   until line-idx > line-count
                       or line-slot > zero
               if lt-item-id(line-idx) = entry-item-id
                   move line-idx to line-slot
               end-if
           end-perform.

           if line-slot > zero
               if lt-quantity(line-slot) + entry-quantity > 99999
                   display "line would pass 99999, not added"
               else
                   add entry-quantity to lt-quantity(line-slot)
                   display "added to line " line-slot
               end-if
           else
               if line-count >= 50
                   display "an order holds at most 50 lines"
                   move "Y" to lines-done
               else
                   add 1 to line-count
                   move entry-item-id to lt-item-id(line-count)
                   move entry-quantity to lt-quantity(line-count)
                   move entry-location to lt-location(line-count)
                   display "line " line-count " keyed"
               end-if
           end-if.

       take-order.

           perform take-next-order-number.

           move zero to total-ordered.

           open i-o order-line-file.
           if order-line-status = "35"
               open output order-line-file
               close order-line-file
               open i-o order-line-file
           end-if.

           open extend transactions-file.
           if transactions-status = "35"
               open output transactions-file
           end-if.

           perform varying line-idx from 1 by 1
                   until line-idx > line-count
               perform write-order-line
           end-perform.

           close transactions-file.
           close order-line-file.

           move order-number to oh-order-number.
           move entry-customer to oh-customer.
           move business-date to oh-order-date.
           move entry-promised-date to oh-promised-date.
           move line-count to oh-line-count.
           move session-operator to oh-operator.

           open i-o order-header-file.
           if order-header-status = "35"
               open output order-header-file
               close order-header-file
               open i-o order-header-file
           end-if.
           write order-header-record
               invalid key
                   display "error: order " order-number
                       " already on file"
           end-write.
           close order-header-file.

           move order-number to os-order-number.
           move entry-customer to os-customer.
           move entry-promised-date to os-promised-date.
           move total-ordered to os-ordered.
           move zero to os-shipped.
           move zero to os-backordered.
           set os-is-open to true.
           move business-date to os-last-change.

           open i-o order-status-file.
           if order-status-status = "35"
               open output order-status-file
               close order-status-file
               open i-o order-status-file
           end-if.
           write order-status-record
               invalid key
                   display "error: status for " order-number
                       " already on file"
           end-write.
           close order-status-file.

           add 1 to orders-entered.
           display "order " order-number " taken, "
               line-count " lines".

       write-order-line.

           move order-number to ol-order-number.
           move lt-item-id(line-idx) to ol-item-id.
           move line-idx to ol-line-number.
           move lt-quantity(line-idx) to ol-quantity.
           move lt-location(line-idx) to ol-location.
           move zero to ol-shipped.
           move zero to ol-backordered.
           write order-line-record
               invalid key
                   display "error: line " line-idx " of "
                       order-number " already on file"
           end-write.

           add lt-quantity(line-idx) to total-ordered.

           move 2 to tr-choice.
           move order-number to tr-ref-number.
           move lt-item-id(line-idx) to tr-item-id.
           move lt-quantity(line-idx) to tr-quantity.
           move business-date to tr-date.
           move lt-location(line-idx) to tr-location.
           move entry-customer to tr-customer.
           move space to tr-disposition.
           move spaces to tr-reason-code.
           write transactions-record.

      *> last number used, rewritten as soon as it is taken.
       take-next-order-number.

           move zero to next-order.
           open input order-seq-file.
           if order-seq-status = "00"
               read order-seq-file
                   not at end move oq-last-number to next-order
               end-read
               close order-seq-file
           end-if.

           add 1 to next-order.

           move next-order to oq-last-number.
           open output order-seq-file.
           write order-seq-record.
           close order-seq-file.

           move next-order to onb-number.
           move order-number-build to order-number.

      *> compliance input trail: every ACCEPT on this screen is
      *> logged with the value entered and the signed-on operator.
       log-accept-event.

           move spaces to accept-audit-record.
           move "ordentry" to aad-program-name.
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
