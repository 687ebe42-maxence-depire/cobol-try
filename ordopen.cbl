      *> open-orders report: every customer order not yet complete on
      *> ORDER-STATUS.DAT, by customer and then by the date the
      *> customer was promised, with the lines still owed underneath
      *> each order off ORDER-LINES.DAT. an order whose promised date
      *> is behind the business date is flagged RETARD, so the office
      *> calls the customer before the customer calls the office.
      *> a total per customer and for the report close it out.
      *> printed to OPEN-ORDERS.DAT.
       identification division.
       program-id. ordopen.

       environment division.
       input-output section.
       file-control.
           select order-status-file assign to "ORDER-STATUS.DAT"
               organization indexed
               access mode is dynamic
               record key is os-order-number
               file status is order-status-status.

           select order-line-file assign to "ORDER-LINES.DAT"
               organization indexed
               access mode is dynamic
               record key is ol-line-key
               file status is order-line-status.

           select customer-master-file assign to "CUSTOMER-MASTER.DAT"
               organization indexed
               access mode is dynamic
               record key is cu-customer-code
               file status is customer-master-status.

           select print-file assign to "OPEN-ORDERS.DAT"
               organization line sequential.

           select run-date-file assign to "RUN-DATE.DAT"
               organization line sequential
               file status is run-date-status.

           select sort-file assign to "ORDOPEN.TMP".

       data division.
       file section.
       fd  order-status-file.
           copy ordstatus.

       fd  order-line-file.
           copy orderline.

       fd  customer-master-file.
           copy custmast.

       fd  print-file.
       01  print-line pic x(80).

       fd  run-date-file.
       01  run-date-record.
           05 rdc-business-date pic x(08).

       sd  sort-file.
       01  sort-record.
           05 sk-customer      pic x(05).
           05 sk-promised-date pic x(08).
           05 sk-order-number  pic x(08).
           05 sk-ordered       pic 9(07).
           05 sk-shipped       pic 9(07).
           05 sk-backordered   pic 9(07).
           05 sk-status        pic x(01).

       working-storage section.

           copy runlogfields.

           77 order-status-status    pic xx.
           77 order-line-status      pic xx.
           77 customer-master-status pic xx.
           77 customer-master-available pic x value "N".
               88 customer-master-is-available value "Y".
           77 order-lines-available pic x value "N".
               88 order-lines-are-available value "Y".
           77 run-date-status pic xx.
           77 business-date   pic x(08).

           77 end-of-file pic x.
           77 end-of-lines pic x.
           77 sort-eof pic x.

           77 current-customer pic x(05).
           77 remaining-qty    pic 9(07).

           77 orders-read        pic 9(06) value zero.
           77 orders-listed      pic 9(06) value zero.
           77 orders-late        pic 9(06) value zero.
           77 customer-orders    pic 9(05) value zero.
           77 customer-remaining pic 9(08) value zero.
           77 report-remaining   pic 9(09) value zero.

           01 report-heading.
               05 filler            pic x(23)  value
                   " COMMANDES OUVERTES AU ".
               05 rh-date           pic x(08).

           01 customer-heading.
               05 filler            pic x(08)  value " CLIENT ".
               05 ch-customer       pic x(05).
               05 filler            pic x(02)  value space.
               05 ch-name           pic x(20).

           01 column-heading.
               05 filler            pic x(40)  value
                   "   COMMANDE  PROMISE   STATUT    COMMAND".
               05 filler            pic x(28)  value
                   "E  EXPEDIE RELIQUAT    RESTE".

           01 order-detail.
               05 filler            pic x(03)  value space.
               05 od-order-number   pic x(08).
               05 filler            pic x(02)  value space.
               05 od-promised-date  pic x(08).
               05 filler            pic x(02)  value space.
               05 od-status         pic x(09).
               05 filler            pic x(02)  value space.
               05 od-ordered        pic zzzzzz9.
               05 filler            pic x(02)  value space.
               05 od-shipped        pic zzzzzz9.
               05 filler            pic x(02)  value space.
               05 od-backordered    pic zzzzzz9.
               05 filler            pic x(02)  value space.
               05 od-remaining      pic zzzzzz9.
               05 filler            pic x(02)  value space.
               05 od-flag           pic x(06).

           01 line-detail.
               05 filler            pic x(08)  value space.
               05 filler            pic x(08)  value "ARTICLE ".
               05 ln-item-id        pic x(05).
               05 filler            pic x(02)  value space.
               05 ln-location       pic x(03).
               05 filler            pic x(08)  value space.
               05 ln-ordered        pic zzzzzz9.
               05 filler            pic x(02)  value space.
               05 ln-shipped        pic zzzzzz9.
               05 filler            pic x(02)  value space.
               05 ln-backordered    pic zzzzzz9.
               05 filler            pic x(02)  value space.
               05 ln-remaining      pic zzzzzz9.

           01 customer-total.
               05 filler            pic x(11)  value space.
               05 filler            pic x(13)  value "TOTAL CLIENT ".
               05 ct-orders         pic zzzz9.
               05 filler            pic x(10)  value " COMMANDES".
               05 filler            pic x(21)  value space.
               05 ct-remaining      pic zzzzzzz9.

           01 report-total.
               05 filler            pic x(11)  value space.
               05 filler            pic x(13)  value "TOTAL        ".
               05 rt-orders         pic zzzz9.
               05 filler            pic x(10)  value " COMMANDES".
               05 filler            pic x(05)  value " DONT".
               05 rt-late           pic zzzz9.
               05 filler            pic x(10)  value " EN RETARD".
               05 rt-remaining      pic zzzzzzzz9.

       procedure division.

           perform write-runlog-start.

           perform read-business-date.

           open input order-status-file.
           if order-status-status not = "00"
               display "error: cannot open ORDER-STATUS.DAT"
      *> non-zero so a calling job step can detect the missing file.
               move 8 to return-code
               perform write-runlog-end
               goback
           end-if.

           open input order-line-file.
           if order-line-status = "00"
               move "Y" to order-lines-available
           end-if.

           open input customer-master-file.
           if customer-master-status = "00"
               move "Y" to customer-master-available
           end-if.

           open output print-file.

           move business-date to rh-date.
           move report-heading to print-line.
           write print-line.
           move spaces to print-line.
           write print-line.

           sort sort-file
               on ascending key sk-customer
                                sk-promised-date
                                sk-order-number
               input procedure is release-open-orders
               output procedure is print-open-orders.

           if orders-listed = zero
               move "  AUCUNE COMMANDE OUVERTE" to print-line
               write print-line
           else
               move orders-listed to rt-orders
               move orders-late to rt-late
               move report-remaining to rt-remaining
               move report-total to print-line
               write print-line
           end-if.

           close print-file.
           if customer-master-is-available
               close customer-master-file
           end-if.
           if order-lines-are-available
               close order-line-file
           end-if.
           close order-status-file.

           display "orders read:          " orders-read.
           display "open orders listed:   " orders-listed.
           display "past promised date:   " orders-late.

           perform write-runlog-end.
       goback.

       write-runlog-start.

           move "ordopen" to rl-program-name.
           move "START" to rl-event.
           move zero to rl-records-read.
           move zero to rl-records-written.
           move zero to rl-return-code.
           call "runlog" using rl-program-name rl-event
               rl-records-read rl-records-written rl-return-code.

       write-runlog-end.

           move "ordopen" to rl-program-name.
           move "END" to rl-event.
           move orders-read to rl-records-read.
           move orders-listed to rl-records-written.
           move return-code to rl-return-code.
           call "runlog" using rl-program-name rl-event
               rl-records-read rl-records-written rl-return-code.

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

       release-open-orders.

           move "N" to end-of-file.
           perform until end-of-file = "Y"
               read order-status-file next record
                   at end move "Y" to end-of-file
                   not at end
                       add 1 to orders-read
                       if not os-is-complete
                           move os-customer to sk-customer
                           move os-promised-date to sk-promised-date
                           move os-order-number to sk-order-number
                           move os-ordered to sk-ordered
                           move os-shipped to sk-shipped
                           move os-backordered to sk-backordered
                           move os-status to sk-status
                           release sort-record
                       end-if
               end-read
           end-perform.

       print-open-orders.

           move high-values to current-customer.
           move "N" to sort-eof.
           perform return-one-order
               until sort-eof = "Y".

           if current-customer not = high-values
               perform write-customer-total
           end-if.

       return-one-order.

           return sort-file
               at end move "Y" to sort-eof
               not at end
                   if sk-customer not = current-customer
                       if current-customer not = high-values
                           perform write-customer-total
                       end-if
                       move sk-customer to current-customer
                       perform write-customer-heading
                   end-if
                   perform write-one-order
           end-return.

       write-customer-heading.

           move zero to customer-orders.
           move zero to customer-remaining.

           move sk-customer to ch-customer.
           move "CLIENT INCONNU" to ch-name.
           if customer-master-is-available
               move sk-customer to cu-customer-code
               read customer-master-file
                   invalid key continue
                   not invalid key move cu-name to ch-name
               end-read
           end-if.

           move customer-heading to print-line.
           write print-line.
           move column-heading to print-line.
           write print-line.

       write-one-order.

           add 1 to orders-listed.
           add 1 to customer-orders.

           if sk-shipped < sk-ordered
               compute remaining-qty = sk-ordered - sk-shipped
           else
               move zero to remaining-qty
           end-if.
           add remaining-qty to customer-remaining.
           add remaining-qty to report-remaining.

           move sk-order-number to od-order-number.
           move sk-promised-date to od-promised-date.
           if sk-status = "P"
               move "PARTIELLE" to od-status
           else
               move "OUVERTE" to od-status
           end-if.
           move sk-ordered to od-ordered.
           move sk-shipped to od-shipped.
           move sk-backordered to od-backordered.
           move remaining-qty to od-remaining.
           move spaces to od-flag.
           if sk-promised-date < business-date
               move "RETARD" to od-flag
               add 1 to orders-late
           end-if.
           move order-detail to print-line.
           write print-line.

           if order-lines-are-available
               perform write-owed-lines
           end-if.

      *> only the lines still owing something are shown.
       write-owed-lines.

           move sk-order-number to ol-order-number.
           move low-values to ol-item-id.
           move "N" to end-of-lines.
           start order-line-file key is >= ol-line-key
               invalid key move "Y" to end-of-lines
           end-start.

           perform until end-of-lines = "Y"
               read order-line-file next record
                   at end move "Y" to end-of-lines
                   not at end
                       if ol-order-number not = sk-order-number
                           move "Y" to end-of-lines
                       else
                           if ol-shipped < ol-quantity
                               perform write-one-line
                           end-if
                       end-if
               end-read
           end-perform.

       write-one-line.

           move ol-item-id to ln-item-id.
           if ol-location = spaces
               move "PRI" to ln-location
           else
               move ol-location to ln-location
           end-if.
           move ol-quantity to ln-ordered.
           move ol-shipped to ln-shipped.
           move ol-backordered to ln-backordered.
           compute remaining-qty = ol-quantity - ol-shipped.
           move remaining-qty to ln-remaining.
           move line-detail to print-line.
           write print-line.

       write-customer-total.

           move customer-orders to ct-orders.
           move customer-remaining to ct-remaining.
           move customer-total to print-line.
           write print-line.
           move spaces to print-line.
           write print-line.
