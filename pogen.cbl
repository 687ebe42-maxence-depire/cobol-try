      *> an optional PO-CANCEL.DAT card deck of order numbers backs
      *> cancelled orders out first: register status to C, on-order
      *> reduced, expected receipt withdrawn.
      *>
      *> each order goes to the item's preferred supplier off the
      *> supplier master: the supplier's name, address, lead time
      *> and terms print on the order, and the register carries the
      *> supplier and the promised date -- the order date plus the
      *> lead time in days -- for the supplier performance report.
       identification division.
       program-id. pogen.

               organization line sequential
               file status is expected-file-status.

           select supplier-master-file assign to "SUPPLIER-MASTER.DAT"
               organization indexed
               access mode is dynamic
               record key is su-supplier-code
               file status is supplier-master-status.

           select po-print-file assign to "PURCHASE-ORDERS.DAT"
               organization line sequential.

           05 xp-item-id   pic x(05).
           05 xp-quantity  pic 9(05).

       fd  supplier-master-file.
           copy suppmast.

       fd  po-print-file.
       01  po-print-line pic x(60).

               88 pr-is-received  value "R".
               88 pr-is-cancelled value "C".
           05 pr-order-date pic x(08).
           05 pr-supplier-code pic x(05).
           05 pr-promised-date pic x(08).

       fd  po-seq-file.
       01  po-seq-record.

       working-storage section.

           copy jrnlfields.

           copy runlogfields.

           77 reorder-file-status pic xx.
           77 cancel-file-status  pic xx.
           77 run-date-status     pic xx.

           77 supplier-master-status pic xx.
           77 supplier-master-available pic x value "N".
               88 supplier-master-is-available value "Y".
           77 supplier-found pic x.
               88 supplier-is-found value "Y".
           77 order-supplier-code pic x(05).
           77 promised-date pic x(08).
           77 promised-int  pic 9(08).
           77 orders-no-supplier pic 9(04) value zero.

           77 business-date pic x(08).

           77 end-of-reorder pic x value "N".
                   10 rt-quantity   pic 9(05).
                   10 rt-status     pic x(01).
                   10 rt-order-date pic x(08).
                   10 rt-supplier-code pic x(05).
                   10 rt-promised-date pic x(08).

      *> the expected receipts loaded whole so a cancelled order's
      *> line can be withdrawn on the rewrite.
                   10 xt-withdrawn pic x(01).

           01 po-heading.
               05 filler            pic x(16) value " BON DE COMMANDE".
               05 filler            pic x     value space.
               05 ph-po-number      pic x(08).
               05 filler            pic x(05) value " DATE".
               05 filler            pic x     value space.
               05 ph-order-date     pic x(08).

           01 po-supplier-line.
               05 filler            pic x(13) value " FOURNISSEUR ".
               05 pu-supplier-code  pic x(05).
               05 filler            pic x(02) value space.
               05 pu-name           pic x(30).

           01 po-address-line.
               05 filler            pic x(03) value space.
               05 pa-text           pic x(30).

           01 po-terms-line.
               05 filler            pic x(07) value " DELAI ".
               05 pt-lead-days      pic zz9.
               05 filler            pic x(10) value " J  COND. ".
               05 pt-terms          pic x(10).
               05 filler            pic x(10) value "  PREVUE ".
               05 pt-promised-date  pic x(08).

           01 po-detail.
               05 filler            pic x(02) value space.
               05 pd-item-id        pic x(05).

           perform process-cancellations.

           open input supplier-master-file.
           if supplier-master-status = "00"
               move "Y" to supplier-master-available
           end-if.

           open input reorder-file.
           if reorder-file-status not = "00"
               display "no REORDER-SUGGEST.DAT -- nothing to order"
               close po-print-file
           end-if.

           if supplier-master-is-available
               close supplier-master-file
           end-if.

           perform rewrite-po-register.

           perform rewrite-expected-receipts.
               move 4 to return-code
           end-if.

           if orders-no-supplier > zero
               display "orders with no supplier on file: "
                   orders-no-supplier
      *> the buyer names the supplier on the printout and sets the
      *> item's preferred supplier for next time.
               move 4 to return-code
           end-if.


           perform write-runlog-end.
       goback.
                                   to rt-status(register-count)
                               move pr-order-date
                                   to rt-order-date(register-count)
                               move pr-supplier-code
                                   to rt-supplier-code(register-count)
                               move pr-promised-date
                                   to rt-promised-date(register-count)
                           end-if
                   end-read
               end-perform
                           else
                               move zero to im-on-order
                           end-if
                           perform item-before-image
                           rewrite item-master-record
                           perform journal-item-change
                   end-read
                   perform withdraw-expected-line
               end-if
                          next-po-number delimited by size
                          into po-number
                   add order-qty to im-on-order
                   perform item-before-image
                   rewrite item-master-record
                   perform journal-item-change
                   perform find-order-supplier
                   perform append-register-entry
                   perform append-expected-entry
                   perform print-one-order
                   add 1 to orders-written
           end-read.

      *> the item's preferred supplier, when the item names one the
      *> supplier master knows; the promised date counts the lead
      *> time in calendar days, as the supplier quotes it.
       find-order-supplier.

           move "N" to supplier-found.
           move spaces to order-supplier-code.
           move spaces to promised-date.

           if im-supplier-code not = spaces
                   and supplier-master-is-available
               move im-supplier-code to su-supplier-code
               read supplier-master-file
                   invalid key continue
                   not invalid key move "Y" to supplier-found
               end-read
           end-if.

           if supplier-is-found
               move su-supplier-code to order-supplier-code
               compute promised-int = function date-of-integer(
                   function integer-of-date(
                       function numval(business-date))
                   + su-lead-days)
               move promised-int to promised-date
           else
               add 1 to orders-no-supplier
           end-if.

       append-register-entry.

           if register-count < 500
               move order-qty to rt-quantity(register-count)
               move "O" to rt-status(register-count)
               move business-date to rt-order-date(register-count)
               move order-supplier-code
                   to rt-supplier-code(register-count)
               move promised-date to rt-promised-date(register-count)
           else
               display "error: PO register past 500 entries"
               move 8 to return-code
           move po-heading to po-print-line.
           write po-print-line.

           perform print-order-supplier.

           move ro-item-id to pd-item-id.
           move im-item-desc to pd-item-desc.
           move order-qty to pd-quantity.
           move spaces to po-print-line.
           write po-print-line.

       print-order-supplier.

           if supplier-is-found
               move su-supplier-code to pu-supplier-code
               move su-name to pu-name
               move po-supplier-line to po-print-line
               write po-print-line
               move su-addr-line-1 to pa-text
               move po-address-line to po-print-line
               write po-print-line
               if su-addr-line-2 not = spaces
                   move su-addr-line-2 to pa-text
                   move po-address-line to po-print-line
                   write po-print-line
               end-if
               move spaces to pa-text
               string su-postal-code delimited by size
                      " " delimited by size
                      su-city delimited by size
                      into pa-text
               move po-address-line to po-print-line
               write po-print-line
               move su-lead-days to pt-lead-days
               move su-terms to pt-terms
               move promised-date to pt-promised-date
               move po-terms-line to po-print-line
               write po-print-line
           else
               move " FOURNISSEUR A DESIGNER PAR L'ACHETEUR"
                   to po-print-line
               write po-print-line
           end-if.

       rewrite-po-register.

           open output po-register-file.
               move rt-quantity(register-idx)   to pr-quantity
               move rt-status(register-idx)     to pr-status
               move rt-order-date(register-idx) to pr-order-date
               move rt-supplier-code(register-idx)
                   to pr-supplier-code
               move rt-promised-date(register-idx)
                   to pr-promised-date
               write po-register-record
           end-perform.

           end-perform.

           close expected-file.

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

       journal-item-change.

           move "ITEM-MASTER.DAT" to jf-master.
           move "C" to jf-action.
           move item-master-record to jf-after.
           perform write-journal-entry.

       write-journal-entry.

           move "pogen" to jf-program.
           move spaces to jf-operator.
           call "mastjrnl" using jf-master jf-action jf-program
               jf-operator jf-before jf-after.
