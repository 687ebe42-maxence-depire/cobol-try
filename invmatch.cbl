      *> three-way match of supplier invoices: every line on the
      *> invoice entry file is held against the order it bills on
      *> PO-REGISTER.DAT, the quantity RECEIVING-REGISTER.DAT booked
      *> in for that order and item -- less what inspection sent back
      *> to the supplier on SUPPLIER-RETURNS.DAT -- and the item
      *> master's unit cost. a line may not bill more than was
      *> received, kept and not yet invoiced, nor at a price other
      *> than the unit cost, nor an order raised on another supplier.
      *> an invoice is matched for payment only when every one of its
      *> lines matches: it goes on the matched-for-payment list, onto
      *> the payables register that stops it being paid twice, and to
      *> LEDGER.DAT as one payable posting tagged FRN. an invoice with
      *> any failing line is held whole on the discrepancy list with
      *> the variance by quantity and by price, and nothing is posted.
       identification division.
       program-id. invmatch.

       environment division.
       input-output section.
       file-control.
           select invoice-file assign to "SUPPLIER-INVOICES.DAT"
               organization line sequential
               file status is invoice-file-status.

           select po-register-file assign to "PO-REGISTER.DAT"
               organization line sequential
               file status is po-register-status.

           select register-file assign to "RECEIVING-REGISTER.DAT"
               organization line sequential
               file status is register-file-status.

           select supplier-return-file
               assign to "SUPPLIER-RETURNS.DAT"
               organization line sequential
               file status is supplier-return-status.

           select item-master-file assign to "ITEM-MASTER.DAT"
               organization indexed
               access mode is dynamic
               record key is im-item-id
               file status is item-master-status.

           select payables-file assign to "PAYABLES-REGISTER.DAT"
               organization line sequential
               file status is payables-file-status.

           select matched-file assign to "INVOICE-MATCHED.DAT"
               organization line sequential.

           select discrepancy-file assign to "INVOICE-DISCREPANCY.DAT"
               organization line sequential.

           select ledger-file assign to "LEDGER.DAT"
               organization line sequential
               file status is ledger-file-status.

           select run-date-file assign to "RUN-DATE.DAT"
               organization line sequential
               file status is run-date-status.

           select sort-file assign to "INVMATCH.TMP".

       data division.
       file section.
       fd  invoice-file.
           copy suppinv.

       fd  po-register-file.
       01  po-register-record.
           05 pr-po-number  pic x(08).
           05 pr-item-id    pic x(05).
           05 pr-quantity   pic 9(05).
           05 pr-status     pic x(01).
           05 pr-order-date pic x(08).
           05 pr-supplier-code pic x(05).
           05 pr-promised-date pic x(08).

       fd  register-file.
       01  register-line pic x(60).

      *> mirror of the receiving leg's register-detail layout.
       01  parsed-register.
           05 filler            pic x.
           05 rr-po-number      pic x(08).
           05 filler            pic x(02).
           05 rr-item-id        pic x(05).
           05 filler            pic x(08).
           05 rr-quantity       pic x(05).
           05 filler            pic x(27).

       fd  supplier-return-file.
           copy suppret.

       fd  item-master-file.
           copy itemmast.

      *> one line per invoice line paid: what the supplier has been
      *> paid for, so a rerun or a re-keyed invoice is not paid again
      *> and a later invoice cannot bill quantity already billed.
       fd  payables-file.
       01  payables-record.
           05 pa-supplier-code  pic x(05).
           05 pa-invoice-number pic x(10).
           05 pa-po-number      pic x(08).
           05 pa-item-id        pic x(05).
           05 pa-quantity       pic 9(05).
           05 pa-amount         pic 9(07)v99.
           05 pa-match-date     pic x(08).

       fd  matched-file.
       01  matched-line pic x(80).

       fd  discrepancy-file.
       01  discrepancy-line pic x(80).

       fd  ledger-file.
       01  ledger-line pic x(48).

       fd  run-date-file.
       01  run-date-record.
           05 rdc-business-date pic x(08).

       sd  sort-file.
       01  sort-record.
           05 sk-supplier-code  pic x(05).
           05 sk-invoice-number pic x(10).
           05 sk-invoice-date   pic x(08).
           05 sk-po-number      pic x(08).
           05 sk-item-id        pic x(05).
           05 sk-quantity       pic 9(05).
           05 sk-unit-price     pic 9(05)v99.

       working-storage section.

           copy runlogfields.
           copy periodfields.

           77 invoice-file-status   pic xx.
           77 po-register-status    pic xx.
           77 register-file-status  pic xx.
           77 supplier-return-status pic xx.
           77 item-master-status    pic xx.
           77 payables-file-status  pic xx.
           77 ledger-file-status    pic xx.

           77 run-date-status pic xx.
           77 business-date   pic x(08).
           77 run-timestamp   pic x(15).

      *> the creditor account supplier invoices post to, carried on
      *> the chart of accounts like any other fund.
           77 payables-account pic x(04) value "FRNS".

           77 end-of-file pic x.
           77 sort-eof    pic x.

      *> the PO register loaded whole, the receiving leg's own 500
      *> ceiling, with the quantity booked in and the quantity
      *> already invoiced against each order line.
           77 po-count pic 9(03) value zero.
           77 po-idx   pic 9(03).
           77 po-slot  pic 9(03).
           77 po-overflow pic x value "N".
           77 search-po-number pic x(08).
           77 search-item-id   pic x(05).

           01 po-table.
               05 po-entry occurs 500 times.
                   10 pt-po-number     pic x(08).
                   10 pt-item-id       pic x(05).
                   10 pt-supplier-code pic x(05).
                   10 pt-received      pic 9(06).
                   10 pt-invoiced      pic 9(06).

      *> invoices already on the payables register.
           77 paid-count pic 9(04) value zero.
           77 paid-idx   pic 9(04).
           77 paid-overflow pic x value "N".
           77 new-paid-invoice pic x.

           01 paid-table.
               05 paid-entry occurs 2000 times.
                   10 pd-supplier-code  pic x(05).
                   10 pd-invoice-number pic x(10).

      *> the lines of the invoice in hand, held until its last line
      *> is returned so the invoice is paid or held whole.
           77 current-supplier pic x(05).
           77 current-invoice  pic x(10).
           77 line-count pic 9(02).
           77 line-idx   pic 9(02).
           77 line-overflow pic x.

           01 invoice-lines.
               05 invoice-line occurs 50 times.
                   10 il-po-number      pic x(08).
                   10 il-item-id        pic x(05).
                   10 il-quantity       pic 9(05).
                   10 il-unit-price     pic 9(05)v99.
                   10 il-amount         pic 9(07)v99.
                   10 il-po-slot        pic 9(03).
                   10 il-reason         pic x(14).
                   10 il-qty-variance   pic s9(06).
                   10 il-price-variance pic s9(07)v99.

           77 invoice-reason pic x(14).
           77 invoice-total  pic 9(08)v99.
           77 posting-amount pic 9(08).
           77 qty-available  pic s9(06).
           77 unit-cost      pic 9(05)v99.

           77 lines-read        pic 9(05) value zero.
           77 invoices-matched  pic 9(04) value zero.
           77 invoices-held     pic 9(04) value zero.
           77 matched-total     pic 9(09)v99 value zero.

           01 matched-heading.
               05 filler            pic x(41)  value
                   " FACTURES FOURNISSEURS BONNES A PAYER LE ".
               05 mh-date           pic x(08).

           01 matched-detail.
               05 filler            pic x      value space.
               05 md-supplier-code  pic x(05).
               05 filler            pic x(02)  value space.
               05 md-invoice-number pic x(10).
               05 filler            pic x(02)  value space.
               05 md-po-number      pic x(08).
               05 filler            pic x(02)  value space.
               05 md-item-id        pic x(05).
               05 filler            pic x(02)  value space.
               05 md-quantity       pic zzzz9.
               05 filler            pic x(02)  value space.
               05 md-unit-price     pic zzzz9.99.
               05 filler            pic x(02)  value space.
               05 md-amount         pic zzzzzz9.99.

           01 matched-invoice-total.
               05 filler            pic x(16)  value
                   " TOTAL FACTURE  ".
               05 mt-supplier-code  pic x(05).
               05 filler            pic x(02)  value space.
               05 mt-invoice-number pic x(10).
               05 filler            pic x(21)  value space.
               05 mt-amount         pic zzzzzzz9.99.

           01 matched-grand-total.
               05 filler            pic x(20)  value
                   " FACTURES A PAYER  ".
               05 mg-count          pic zzz9.
               05 filler            pic x(30)  value space.
               05 mg-amount         pic zzzzzzzz9.99.

           01 discrepancy-heading.
               05 filler            pic x(37)  value
                   " ECARTS DE RAPPROCHEMENT FACTURES LE ".
               05 dh-date           pic x(08).

           01 discrepancy-columns.
               05 filler            pic x(50)  value
                   " FOURN FACTURE    COMMANDE ARTIC MOTIF".
               05 filler            pic x(24)  value
                   "    ECART QTE ECART PRIX".

           01 discrepancy-detail.
               05 filler            pic x      value space.
               05 dd-supplier-code  pic x(05).
               05 filler            pic x      value space.
               05 dd-invoice-number pic x(10).
               05 filler            pic x      value space.
               05 dd-po-number      pic x(08).
               05 filler            pic x      value space.
               05 dd-item-id        pic x(05).
               05 filler            pic x      value space.
               05 dd-reason         pic x(14).
               05 filler            pic x(03)  value space.
               05 dd-qty-variance   pic -(5)9.
               05 filler            pic x      value space.
               05 dd-price-variance pic -(7)9.99.

           01 discrepancy-total.
               05 filler            pic x(20)  value
                   " FACTURES RETENUES  ".
               05 dt-count          pic zzz9.

      *> mirror of sum_with_input's ledger-detail layout with the
      *> posting-source column after the account: FRN for a
      *> supplier invoice matched for payment.
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

           open input invoice-file.
           if invoice-file-status not = "00"
               display "error: cannot open SUPPLIER-INVOICES.DAT"
      *> non-zero so a calling job step can detect the missing file.
               move 8 to return-code
               perform write-runlog-end
               goback
           end-if.
           close invoice-file.

           open input item-master-file.
           if item-master-status not = "00"
               display "error: cannot open ITEM-MASTER.DAT"
               move 8 to return-code
               perform write-runlog-end
               goback
           end-if.

           perform load-po-register.
           perform load-receipts.
           perform load-supplier-returns.
           perform load-payables-register.

           open output matched-file.
           open output discrepancy-file.

           move business-date to mh-date.
           move matched-heading to matched-line.
           write matched-line.
           move spaces to matched-line.
           write matched-line.

           move business-date to dh-date.
           move discrepancy-heading to discrepancy-line.
           write discrepancy-line.
           move spaces to discrepancy-line.
           write discrepancy-line.
           move discrepancy-columns to discrepancy-line.
           write discrepancy-line.

           open extend ledger-file.
           if ledger-file-status = "35"
               open output ledger-file
           end-if.

           open extend payables-file.
           if payables-file-status = "35"
               open output payables-file
           end-if.

           sort sort-file
               on ascending key sk-supplier-code
                                sk-invoice-number
                                sk-po-number
                                sk-item-id
               input procedure is release-invoice-lines
               output procedure is match-invoices.

           move spaces to matched-line.
           write matched-line.
           move invoices-matched to mg-count.
           move matched-total to mg-amount.
           move matched-grand-total to matched-line.
           write matched-line.

           move spaces to discrepancy-line.
           write discrepancy-line.
           move invoices-held to dt-count.
           move discrepancy-total to discrepancy-line.
           write discrepancy-line.

           close payables-file.
           close ledger-file.
           close discrepancy-file.
           close matched-file.
           close item-master-file.

           display "invoice lines read:   " lines-read.
           display "invoices matched:     " invoices-matched.
           display "invoices held:        " invoices-held.

           if po-overflow = "Y"
               display "warning: PO register exceeds 500 entries,"
                   " later orders left unmatched"
           end-if.
           if paid-overflow = "Y"
               display "warning: payables register exceeds 2000"
                   " invoices, older ones not checked for reuse"
           end-if.

      *> a held invoice is a warning, not a failure: the matched
      *> ones are posted and the clerk works the discrepancy list.
           if invoices-held > zero
                   or po-overflow = "Y" or paid-overflow = "Y"
               move 4 to return-code
           end-if.

           perform write-runlog-end.
       goback.

       write-runlog-start.

           move "invmatch" to rl-program-name.
           move "START" to rl-event.
           move zero to rl-records-read.
           move zero to rl-records-written.
           move zero to rl-return-code.
           call "runlog" using rl-program-name rl-event
               rl-records-read rl-records-written rl-return-code.

       write-runlog-end.

           move "invmatch" to rl-program-name.
           move "END" to rl-event.
           move lines-read to rl-records-read.
           move invoices-matched to rl-records-written.
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

       load-po-register.

           open input po-register-file.
           if po-register-status = "00"
               move "N" to end-of-file
               perform until end-of-file = "Y"
                   read po-register-file
                       at end move "Y" to end-of-file
                       not at end
                           if po-count >= 500
                               move "Y" to po-overflow
                           else
                               add 1 to po-count
                               move pr-po-number
                                   to pt-po-number(po-count)
                               move pr-item-id
                                   to pt-item-id(po-count)
                               move pr-supplier-code
                                   to pt-supplier-code(po-count)
                               move zero to pt-received(po-count)
                               move zero to pt-invoiced(po-count)
                           end-if
                   end-read
               end-perform
               close po-register-file
           end-if.

       load-receipts.

           open input register-file.
           if register-file-status = "00"
               move "N" to end-of-file
               perform until end-of-file = "Y"
                   read register-file
                       at end move "Y" to end-of-file
                       not at end
                           move rr-po-number to search-po-number
                           move rr-item-id to search-item-id
                           perform find-order-line
                           if po-slot > zero
                               add function numval(rr-quantity)
                                   to pt-received(po-slot)
                           end-if
                   end-read
               end-perform
               close register-file
           end-if.

      *> goods rejected at inspection went back, so they are no
      *> longer received as far as the supplier's bill goes.
       load-supplier-returns.

           open input supplier-return-file.
           if supplier-return-status = "00"
               move "N" to end-of-file
               perform until end-of-file = "Y"
                   read supplier-return-file
                       at end move "Y" to end-of-file
                       not at end perform take-off-one-return
                   end-read
               end-perform
               close supplier-return-file
           end-if.

       take-off-one-return.

           move rs-po-number to search-po-number.
           move rs-item-id to search-item-id.
           perform find-order-line.
           if po-slot > zero
               if pt-received(po-slot) > rs-quantity
                   subtract rs-quantity from pt-received(po-slot)
               else
                   move zero to pt-received(po-slot)
               end-if
           end-if.

      *> what earlier runs paid counts against the receipts, and
      *> each invoice paid is remembered so it cannot be paid again.
       load-payables-register.

           open input payables-file.
           if payables-file-status = "00"
               move "N" to end-of-file
               perform until end-of-file = "Y"
                   read payables-file
                       at end move "Y" to end-of-file
                       not at end perform load-one-payable
                   end-read
               end-perform
               close payables-file
           end-if.

       load-one-payable.

           move pa-po-number to search-po-number.
           move pa-item-id to search-item-id.
           perform find-order-line.
           if po-slot > zero
               add pa-quantity to pt-invoiced(po-slot)
           end-if.

      *> the register holds an invoice's lines together, so a new
      *> invoice is one that differs from the last one remembered.
           move "Y" to new-paid-invoice.
           if paid-count > zero
               if pd-supplier-code(paid-count) = pa-supplier-code
                       and pd-invoice-number(paid-count)
                           = pa-invoice-number
                   move "N" to new-paid-invoice
               end-if
           end-if.
           if new-paid-invoice = "Y"
               if paid-count >= 2000
                   move "Y" to paid-overflow
               else
                   add 1 to paid-count
                   move pa-supplier-code
                       to pd-supplier-code(paid-count)
                   move pa-invoice-number
                       to pd-invoice-number(paid-count)
               end-if
           end-if.

       find-order-line.

           move zero to po-slot.
           perform varying po-idx from 1 by 1
                   until po-idx > po-count or po-slot > zero
               if pt-po-number(po-idx) = search-po-number
                       and pt-item-id(po-idx) = search-item-id
                   move po-idx to po-slot
               end-if
           end-perform.

       release-invoice-lines.

           open input invoice-file.
           move "N" to end-of-file.
           perform until end-of-file = "Y"
               read invoice-file
                   at end move "Y" to end-of-file
                   not at end
                       if supplier-invoice-record not = spaces
                           add 1 to lines-read
                           move supplier-invoice-record to sort-record
                           release sort-record
                       end-if
               end-read
           end-perform.
           close invoice-file.

       match-invoices.

           move high-values to current-supplier.
           move high-values to current-invoice.
           move "N" to sort-eof.
           perform return-one-line
               until sort-eof = "Y".

           if current-supplier not = high-values
               perform finish-invoice
           end-if.

       return-one-line.

           return sort-file
               at end move "Y" to sort-eof
               not at end
                   if sk-supplier-code not = current-supplier
                           or sk-invoice-number not = current-invoice
                       if current-supplier not = high-values
                           perform finish-invoice
                       end-if
                       perform start-new-invoice
                   end-if
                   perform hold-invoice-line
           end-return.

       start-new-invoice.

           move sk-supplier-code to current-supplier.
           move sk-invoice-number to current-invoice.
           move zero to line-count.
           move "N" to line-overflow.

       hold-invoice-line.

           if line-count >= 50
               move "Y" to line-overflow
           else
               add 1 to line-count
               move sk-po-number to il-po-number(line-count)
               move sk-item-id to il-item-id(line-count)
               move sk-quantity to il-quantity(line-count)
               move sk-unit-price to il-unit-price(line-count)
               compute il-amount(line-count) =
                   sk-quantity * sk-unit-price
               move zero to il-po-slot(line-count)
               move spaces to il-reason(line-count)
               move zero to il-qty-variance(line-count)
               move zero to il-price-variance(line-count)
           end-if.

      *> the whole invoice is checked line by line, each line's
      *> quantity taken provisionally against its order line so two
      *> lines billing the same receipt are caught; a held invoice
      *> gives its provisional quantities back.
       finish-invoice.

           move spaces to invoice-reason.
           move zero to invoice-total.

           perform varying paid-idx from 1 by 1
                   until paid-idx > paid-count
               if pd-supplier-code(paid-idx) = current-supplier
                       and pd-invoice-number(paid-idx)
                           = current-invoice
                   move "DEJA PAYEE" to invoice-reason
               end-if
           end-perform.

           if line-overflow = "Y"
               move "TROP DE LIGNES" to invoice-reason
           end-if.

           if invoice-reason = spaces
               perform check-invoice-line
                   varying line-idx from 1 by 1
                   until line-idx > line-count
           end-if.

           perform varying line-idx from 1 by 1
                   until line-idx > line-count
               add il-amount(line-idx) to invoice-total
               if il-reason(line-idx) not = spaces
                       and invoice-reason = spaces
                   move "LIGNE EN ECART" to invoice-reason
               end-if
           end-perform.

      *> the ledger's amount column carries whole units up to 99999.
           if invoice-reason = spaces
               compute posting-amount rounded = invoice-total
               if posting-amount > 99999
                   move "MONTANT > GL" to invoice-reason
               end-if
           end-if.

           if invoice-reason = spaces
               perform pay-invoice
           else
               perform hold-invoice
           end-if.

       check-invoice-line.

           move il-po-number(line-idx) to search-po-number.
           move il-item-id(line-idx) to search-item-id.
           perform find-order-line.

           if po-slot = zero
               move "SANS COMMANDE" to il-reason(line-idx)
           else
               if pt-supplier-code(po-slot) not = spaces
                       and pt-supplier-code(po-slot)
                           not = current-supplier
                   move "AUTRE FOURN." to il-reason(line-idx)
               else
                   move il-item-id(line-idx) to im-item-id
                   read item-master-file
                       invalid key
                           move "SANS ARTICLE" to il-reason(line-idx)
                       not invalid key
                           perform check-line-quantity-price
                   end-read
               end-if
           end-if.

       check-line-quantity-price.

           move po-slot to il-po-slot(line-idx).
           move im-unit-cost to unit-cost.

           compute qty-available =
               pt-received(po-slot) - pt-invoiced(po-slot).
           if il-quantity(line-idx) > qty-available
               compute il-qty-variance(line-idx) =
                   il-quantity(line-idx) - qty-available
           end-if.
           add il-quantity(line-idx) to pt-invoiced(po-slot).

           if il-unit-price(line-idx) not = unit-cost
               compute il-price-variance(line-idx) =
                   (il-unit-price(line-idx) - unit-cost)
                       * il-quantity(line-idx)
           end-if.

           evaluate true
               when il-qty-variance(line-idx) not = zero
                       and il-price-variance(line-idx) not = zero
                   move "QTE ET PRIX" to il-reason(line-idx)
               when il-qty-variance(line-idx) not = zero
                   move "QUANTITE" to il-reason(line-idx)
               when il-price-variance(line-idx) not = zero
                   move "PRIX" to il-reason(line-idx)
           end-evaluate.

       pay-invoice.

           add 1 to invoices-matched.
           add invoice-total to matched-total.

           perform varying line-idx from 1 by 1
                   until line-idx > line-count
               move current-supplier to md-supplier-code
               move current-invoice to md-invoice-number
               move il-po-number(line-idx) to md-po-number
               move il-item-id(line-idx) to md-item-id
               move il-quantity(line-idx) to md-quantity
               move il-unit-price(line-idx) to md-unit-price
               move il-amount(line-idx) to md-amount
               move matched-detail to matched-line
               write matched-line

               move current-supplier to pa-supplier-code
               move current-invoice to pa-invoice-number
               move il-po-number(line-idx) to pa-po-number
               move il-item-id(line-idx) to pa-item-id
               move il-quantity(line-idx) to pa-quantity
               move il-amount(line-idx) to pa-amount
               move business-date to pa-match-date
               write payables-record
           end-perform.

           move current-supplier to mt-supplier-code.
           move current-invoice to mt-invoice-number.
           move invoice-total to mt-amount.
           move matched-invoice-total to matched-line.
           write matched-line.
           move spaces to matched-line.
           write matched-line.

           if paid-count < 2000
               add 1 to paid-count
               move current-supplier to pd-supplier-code(paid-count)
               move current-invoice to pd-invoice-number(paid-count)
           end-if.

           move line-count to ld-addend-count.
           move posting-amount to ld-total.
           move run-timestamp to ld-timestamp.
           move payables-account to ld-account.
           move "FRN" to ld-source.
           move ledger-detail to ledger-line.
           write ledger-line.

      *> every line is listed, the ones that matched marked as such,
      *> so the clerk sees the whole invoice that is being held.
       hold-invoice.

           add 1 to invoices-held.

           perform varying line-idx from 1 by 1
                   until line-idx > line-count
               if il-po-slot(line-idx) > zero
                   subtract il-quantity(line-idx)
                       from pt-invoiced(il-po-slot(line-idx))
               end-if

               move current-supplier to dd-supplier-code
               move current-invoice to dd-invoice-number
               move il-po-number(line-idx) to dd-po-number
               move il-item-id(line-idx) to dd-item-id
               if il-reason(line-idx) not = spaces
                   move il-reason(line-idx) to dd-reason
               else
                   if invoice-reason = "LIGNE EN ECART"
                       move "CONFORME" to dd-reason
                   else
                       move invoice-reason to dd-reason
                   end-if
               end-if
               move il-qty-variance(line-idx) to dd-qty-variance
               move il-price-variance(line-idx) to dd-price-variance
               move discrepancy-detail to discrepancy-line
               write discrepancy-line
           end-perform.
