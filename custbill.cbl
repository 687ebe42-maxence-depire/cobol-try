      *> customer invoicing run: the shipments put on the shipping
      *> register since the last run -- the allocated units only, the
      *> backordered part has not left the building -- together with
      *> the backorders since filled off the receiving fill register,
      *> are billed one invoice per customer at the value they were
      *> shipped at. each invoice is printed to CUSTOMER-INVOICES.DAT
      *> with the ship-to address off the customer master, lands on
      *> the receivables file as an open item for cash receipts to
      *> settle and the aging report to chase, and posts to LEDGER.DAT
      *> on the receivables account, tagged as a customer invoice.
      *>
      *> INVOICE-CONTROL.DAT keeps how many lines of each register
      *> have been billed, so a line is billed once however often the
      *> run is started; a register that is cut back or rotated must
      *> have the control reset with it. a shipment with no customer
      *> on it cannot be billed: it is listed and the run posts
      *> return-code 4.
       identification division.
       program-id. custbill.

       environment division.
       input-output section.
       file-control.
           select ship-register-file assign to "SHIPPING-REGISTER.DAT"
               organization line sequential
               file status is ship-register-status.

           select fill-register-file
               assign to "BACKORDER-FILL-REGISTER.DAT"
               organization line sequential
               file status is fill-register-status.

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

           select receivables-file assign to "RECEIVABLES.DAT"
               organization indexed
               access mode is dynamic
               record key is ci-invoice-number
               file status is receivables-status.

           select invoice-print-file assign to "CUSTOMER-INVOICES.DAT"
               organization line sequential
               file status is invoice-print-status.

           select ledger-file assign to "LEDGER.DAT"
               organization line sequential
               file status is ledger-file-status.

           select control-file assign to "INVOICE-CONTROL.DAT"
               organization line sequential
               file status is control-file-status.

           select invoice-seq-file assign to "INVOICE-SEQ.DAT"
               organization line sequential
               file status is invoice-seq-status.

           select run-date-file assign to "RUN-DATE.DAT"
               organization line sequential
               file status is run-date-status.

           select sort-file assign to "CUSTBILL.TMP".

       data division.
       file section.
       fd  ship-register-file.
       01  ship-register-line pic x(110).

      *> mirror of the shipping leg's register-detail layout.
       01  parsed-shipment.
           05 filler            pic x.
           05 sr-order-number   pic x(08).
           05 filler            pic x(02).
           05 sr-item-id        pic x(05).
           05 filler            pic x(24).
           05 sr-allocated      pic x(05).
           05 filler            pic x(22).
           05 sr-ship-value     pic x(10).
           05 filler            pic x(05).
           05 sr-customer       pic x(05).
           05 filler            pic x.
           05 sr-customer-name  pic x(20).
           05 filler            pic x(02).

       fd  fill-register-file.
       01  fill-register-line pic x(70).

      *> mirror of the receiving leg's fill-register-detail layout.
       01  parsed-fill.
           05 filler            pic x(18).
           05 fl-order-number   pic x(08).
           05 filler            pic x(02).
           05 fl-item-id        pic x(05).
           05 filler            pic x(02).
           05 fl-customer       pic x(05).
           05 filler            pic x(05).
           05 fl-quantity       pic x(05).
           05 filler            pic x(02).
           05 fl-outcome        pic x(06).
           05 filler            pic x(12).

       fd  customer-master-file.
           copy custmast.

       fd  item-master-file.
           copy itemmast.

       fd  receivables-file.
           copy custinv.

       fd  invoice-print-file.
       01  print-line pic x(80).

       fd  ledger-file.
       01  ledger-line pic x(48).

       fd  control-file.
       01  control-record.
           05 ic-ship-lines pic 9(07).
           05 ic-fill-lines pic 9(07).

       fd  invoice-seq-file.
       01  invoice-seq-record.
           05 iq-last-number pic 9(06).

       fd  run-date-file.
       01  run-date-record.
           05 rdc-business-date pic x(08).

       sd  sort-file.
       01  sort-record.
           05 sk-customer       pic x(05).
           05 sk-order-number   pic x(08).
           05 sk-item-id        pic x(05).
           05 sk-quantity       pic 9(05).
           05 sk-value          pic 9(07)v99.
           05 sk-customer-name  pic x(20).

       working-storage section.

           copy runlogfields.
           copy periodfields.

           77 ship-register-status   pic xx.
           77 fill-register-status   pic xx.
           77 customer-master-status pic xx.
           77 item-master-status     pic xx.
           77 receivables-status     pic xx.
           77 invoice-print-status   pic xx.
           77 ledger-file-status     pic xx.
           77 control-file-status    pic xx.
           77 invoice-seq-status     pic xx.

           77 run-date-status pic xx.
           77 business-date   pic x(08).
           77 run-timestamp   pic x(15).

           77 customer-master-available pic x value "N".
               88 customer-master-is-available value "Y".
           77 item-master-available pic x value "N".
               88 item-master-is-available value "Y".

      *> the debtor account customer invoices post to, carried on
      *> the chart of accounts like any other fund.
           77 receivables-account pic x(04) value "CLTS".

           77 end-of-file pic x.
           77 sort-eof    pic x.

      *> lines of each register already billed, off the control file,
      *> and the line count read this run.
           77 ship-lines-billed pic 9(07) value zero.
           77 fill-lines-billed pic 9(07) value zero.
           77 ship-lines-read   pic 9(07) value zero.
           77 fill-lines-read   pic 9(07) value zero.

           77 lines-released    pic 9(06) value zero.
           77 lines-no-customer pic 9(05) value zero.
           77 invoices-written  pic 9(05) value zero.
           77 lines-billed      pic 9(06) value zero.
           77 run-total         pic 9(10)v99 value zero.

           77 fill-value       pic 9(07)v99.

           77 current-customer pic x(05).
           77 customer-found   pic x.
           77 invoice-number   pic x(08).
           77 next-invoice     pic 9(06).
           77 invoice-lines    pic 9(03).
           77 invoice-total    pic 9(08)v99.

      *> the ledger's amount column carries whole units up to 99999,
      *> so a larger invoice posts in as many lines as it takes.
           77 posting-remaining pic 9(08).
           77 posting-amount    pic 9(05).

           01 invoice-number-build.
               05 filler         pic x(02) value "FC".
               05 inb-number     pic 9(06).

      *> mirror of sum_with_input's ledger-detail layout with the
      *> posting-source column after the account: FCL for a customer
      *> invoice.
           01 ledger-detail.
               05 ld-addend-count pic z9.
               05 filler          pic x(02) value space.
               05 ld-total        pic zzzz9.
               05 filler          pic x(02) value space.
               05 ld-timestamp    pic x(15).
               05 filler          pic x(02) value space.
               05 ld-account      pic x(04).
               05 filler          pic x(01) value space.
               05 ld-source       pic x(03).

           01 invoice-heading.
               05 filler            pic x(09)  value " FACTURE ".
               05 ih-invoice-number pic x(08).
               05 filler            pic x(04)  value " DU ".
               05 ih-date           pic x(08).

           01 customer-heading.
               05 filler            pic x(08)  value " CLIENT ".
               05 ch-customer       pic x(05).
               05 filler            pic x(02)  value space.
               05 ch-name           pic x(20).

           01 address-line.
               05 filler            pic x(08)  value space.
               05 al-text           pic x(30).

           01 postal-line.
               05 filler            pic x(08)  value space.
               05 pl-postal-code    pic x(07).
               05 filler            pic x      value space.
               05 pl-city           pic x(20).

           01 column-heading.
               05 filler            pic x(44)  value
                   " COMMANDE  ARTICLE  QUANTITE         MONTANT".

           01 invoice-detail.
               05 filler            pic x      value space.
               05 id-order-number   pic x(08).
               05 filler            pic x(02)  value space.
               05 id-item-id        pic x(05).
               05 filler            pic x(07)  value space.
               05 id-quantity       pic zzzz9.
               05 filler            pic x(04)  value space.
               05 id-value          pic zzzzzzzz9.99.

           01 invoice-total-line.
               05 filler            pic x(32)  value
                   " TOTAL FACTURE".
               05 it-total          pic zzzzzzzz9.99.

       procedure division.

           perform write-runlog-start.

           perform read-business-date.
           move function current-date to run-timestamp.

           perform check-posting-period.
           if pf-period-is-closed
               display "error: ledger closed through "
                   pf-closed-through
      *> non-zero so a calling job step can detect the refused run.
               move 8 to return-code
               perform write-runlog-end
               goback
           end-if.

           perform read-invoice-control.

           open input customer-master-file.
           if customer-master-status = "00"
               move "Y" to customer-master-available
           end-if.

           open input item-master-file.
           if item-master-status = "00"
               move "Y" to item-master-available
           end-if.

           open i-o receivables-file.
           if receivables-status = "35"
               open output receivables-file
               close receivables-file
               open i-o receivables-file
           end-if.
           if receivables-status not = "00"
               display "error: cannot open RECEIVABLES.DAT"
      *> non-zero so a calling job step can detect the missing file.
               move 8 to return-code
               perform write-runlog-end
               goback
           end-if.

           open extend invoice-print-file.
           if invoice-print-status = "35"
               open output invoice-print-file
           end-if.

           open extend ledger-file.
           if ledger-file-status = "35"
               open output ledger-file
           end-if.

           sort sort-file
               on ascending key sk-customer
                                sk-order-number
                                sk-item-id
               input procedure is release-shipped-lines
               output procedure is bill-customers.

           close ledger-file.
           close invoice-print-file.
           close receivables-file.

           if item-master-is-available
               close item-master-file
           end-if.
           if customer-master-is-available
               close customer-master-file
           end-if.

           perform write-invoice-control.

           display "shipping lines read:  " ship-lines-read.
           display "fill lines read:      " fill-lines-read.
           display "lines billed:         " lines-billed.
           display "invoices written:     " invoices-written.
           display "value billed:         " run-total.
           display "lines with no client: " lines-no-customer.

           move zero to return-code.
           if lines-no-customer > zero
      *> non-zero so the office looks at the shipments nobody was
      *> billed for.
               move 4 to return-code
           end-if.

           perform write-runlog-end.
       goback.

       write-runlog-start.

           move "custbill" to rl-program-name.
           move "START" to rl-event.
           move zero to rl-records-read.
           move zero to rl-records-written.
           move zero to rl-return-code.
           call "runlog" using rl-program-name rl-event
               rl-records-read rl-records-written rl-return-code.

       write-runlog-end.

           move "custbill" to rl-program-name.
           move "END" to rl-event.
           move lines-released to rl-records-read.
           move invoices-written to rl-records-written.
           move return-code to rl-return-code.
           call "runlog" using rl-program-name rl-event
               rl-records-read rl-records-written rl-return-code.

      *> the posting is stamped with today's date but books to the
      *> business date: the earlier of the two must lie in a month
      *> the ledger has not closed.
       check-posting-period.

           move function current-date(1:8) to pf-posting-date.
           if business-date < pf-posting-date
               move business-date to pf-posting-date
           end-if.
           call "perlock" using pf-posting-date pf-closed-through
               pf-result.

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

       read-invoice-control.

           open input control-file.
           if control-file-status = "00"
               read control-file
                   not at end
                       move ic-ship-lines to ship-lines-billed
                       move ic-fill-lines to fill-lines-billed
               end-read
               close control-file
           end-if.

      *> the control moves up to every line read, billed or not: a
      *> line with no customer is reported once, not every run.
       write-invoice-control.

           if ship-lines-read > ship-lines-billed
               move ship-lines-read to ic-ship-lines
           else
               move ship-lines-billed to ic-ship-lines
           end-if.
           if fill-lines-read > fill-lines-billed
               move fill-lines-read to ic-fill-lines
           else
               move fill-lines-billed to ic-fill-lines
           end-if.

           open output control-file.
           write control-record.
           close control-file.

       release-shipped-lines.

           open input ship-register-file.
           if ship-register-status = "00"
               move "N" to end-of-file
               perform until end-of-file = "Y"
                   read ship-register-file
                       at end move "Y" to end-of-file
                       not at end
                           add 1 to ship-lines-read
                           if ship-lines-read > ship-lines-billed
                               perform release-one-shipment
                           end-if
                   end-read
               end-perform
               close ship-register-file
           end-if.

           open input fill-register-file.
           if fill-register-status = "00"
               move "N" to end-of-file
               perform until end-of-file = "Y"
                   read fill-register-file
                       at end move "Y" to end-of-file
                       not at end
                           add 1 to fill-lines-read
                           if fill-lines-read > fill-lines-billed
                                   and fl-outcome = "REMPLI"
                               perform release-one-fill
                           end-if
                   end-read
               end-perform
               close fill-register-file
           end-if.

      *> a line that shipped nothing -- all of it backordered -- has
      *> nothing to bill yet; the fill will bill it when it ships.
       release-one-shipment.

           if function numval(sr-allocated) > zero
               if sr-customer = spaces
                   add 1 to lines-no-customer
                   display "warning: order " sr-order-number
                       " item " sr-item-id " shipped with no customer"
               else
                   move sr-customer to sk-customer
                   move sr-order-number to sk-order-number
                   move sr-item-id to sk-item-id
                   move function numval(sr-allocated) to sk-quantity
                   move function numval(sr-ship-value) to sk-value
                   move sr-customer-name to sk-customer-name
                   release sort-record
                   add 1 to lines-released
               end-if
           end-if.

      *> the fill register carries no value; the fill is billed at
      *> the item's unit cost, the way shipping values a shipment.
       release-one-fill.

           if fl-customer = spaces
               add 1 to lines-no-customer
               display "warning: order " fl-order-number
                   " item " fl-item-id " filled with no customer"
           else
               move zero to fill-value
               if item-master-is-available
                   move fl-item-id to im-item-id
                   read item-master-file
                       invalid key continue
                       not invalid key
                           compute fill-value =
                               function numval(fl-quantity)
                               * im-unit-cost
                   end-read
               end-if
               move fl-customer to sk-customer
               move fl-order-number to sk-order-number
               move fl-item-id to sk-item-id
               move function numval(fl-quantity) to sk-quantity
               move fill-value to sk-value
               move spaces to sk-customer-name
               release sort-record
               add 1 to lines-released
           end-if.

       bill-customers.

           move high-values to current-customer.
           move "N" to sort-eof.
           perform return-one-line
               until sort-eof = "Y".

           if current-customer not = high-values
               perform close-invoice
           end-if.

       return-one-line.

           return sort-file
               at end move "Y" to sort-eof
               not at end
                   if sk-customer not = current-customer
                       if current-customer not = high-values
                           perform close-invoice
                       end-if
                       perform open-invoice
                   end-if
                   perform print-invoice-line
           end-return.

       open-invoice.

           move sk-customer to current-customer.
           move zero to invoice-lines.
           move zero to invoice-total.

           perform take-next-invoice-number.

           move "N" to customer-found.
           if customer-master-is-available
               move sk-customer to cu-customer-code
               read customer-master-file
                   invalid key continue
                   not invalid key move "Y" to customer-found
               end-read
           end-if.

           move invoice-number to ih-invoice-number.
           move business-date to ih-date.
           move invoice-heading to print-line.
           write print-line.
           move spaces to print-line.
           write print-line.

           move sk-customer to ch-customer.
           if customer-found = "Y"
               move cu-name to ch-name
           else
               move sk-customer-name to ch-name
           end-if.
           move customer-heading to print-line.
           write print-line.

      *> a customer taken off the master since the order shipped is
      *> still billed; the invoice goes out with no address for the
      *> office to fill in.
           if customer-found = "Y"
               move cu-addr-line-1 to al-text
               move address-line to print-line
               write print-line
               if cu-addr-line-2 not = spaces
                   move cu-addr-line-2 to al-text
                   move address-line to print-line
                   write print-line
               end-if
               move cu-postal-code to pl-postal-code
               move cu-city to pl-city
               move postal-line to print-line
               write print-line
           else
               move "ADRESSE INCONNUE" to al-text
               move address-line to print-line
               write print-line
               display "warning: customer " sk-customer
                   " not on the master, invoice " invoice-number
                   " has no address"
           end-if.

           move spaces to print-line.
           write print-line.
           move column-heading to print-line.
           write print-line.

       print-invoice-line.

           move sk-order-number to id-order-number.
           move sk-item-id to id-item-id.
           move sk-quantity to id-quantity.
           move sk-value to id-value.
           move invoice-detail to print-line.
           write print-line.

           add 1 to invoice-lines.
           add sk-value to invoice-total.
           add 1 to lines-billed.

       close-invoice.

           move invoice-total to it-total.
           move invoice-total-line to print-line.
           write print-line.
           move spaces to print-line.
           write print-line.
           write print-line.

           move spaces to customer-invoice-record.
           move invoice-number to ci-invoice-number.
           move current-customer to ci-customer.
           move business-date to ci-invoice-date.
           move invoice-lines to ci-line-count.
           move invoice-total to ci-amount.
           move zero to ci-paid.
           move "O" to ci-status.
           write customer-invoice-record
               invalid key
                   display "error: invoice " invoice-number
                       " already on RECEIVABLES.DAT"
           end-write.

           compute posting-remaining rounded = invoice-total.
           perform post-invoice-piece
               until posting-remaining = zero.

           add 1 to invoices-written.
           add invoice-total to run-total.

       post-invoice-piece.

           if posting-remaining > 99999
               move 99999 to posting-amount
           else
               move posting-remaining to posting-amount
           end-if.
           subtract posting-amount from posting-remaining.

           if invoice-lines > 99
               move 99 to ld-addend-count
           else
               move invoice-lines to ld-addend-count
           end-if.
           move posting-amount to ld-total.
           move run-timestamp to ld-timestamp.
           move receivables-account to ld-account.
           move "FCL" to ld-source.
           move ledger-detail to ledger-line.
           write ledger-line.

      *> last number used, rewritten as soon as it is taken.
       take-next-invoice-number.

           move zero to next-invoice.
           open input invoice-seq-file.
           if invoice-seq-status = "00"
               read invoice-seq-file
                   not at end move iq-last-number to next-invoice
               end-read
               close invoice-seq-file
           end-if.

           add 1 to next-invoice.

           move next-invoice to iq-last-number.
           open output invoice-seq-file.
           write invoice-seq-record.
           close invoice-seq-file.

           move next-invoice to inb-number.
           move invoice-number-build to invoice-number.
