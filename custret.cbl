      *> customer returns leg, dispatched like the other warehouse
      *> legs with its own code in COMMAND-TABLE.DAT: the payload's
      *> reference carries the order the goods were shipped on, with
      *> the item, the quantity coming back, the customer and the
      *> disposition -- S back to stock, R scrapped, F sent on to
      *> the supplier. the return is validated against what the
      *> order actually shipped, on SHIPPING-REGISTER.DAT and on the
      *> backorder fills, less what earlier returns already brought
      *> back, so more can never come back than went out.
      *>
      *> every return is booked in on the movement ledger as RCL;
      *> goods for scrap or for the supplier go straight back out as
      *> REB or RFR, so only a return to stock changes the item's
      *> on-hand and its location balance. each accepted return
      *> writes a credit note for the customer at the unit cost the
      *> shipment was valued at. a return that cannot be validated
      *> posts return-code 4 and nothing, so the dispatcher
      *> quarantines it intact.
       identification division.
       program-id. custret.

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

           select ship-register-file assign to "SHIPPING-REGISTER.DAT"
               organization line sequential
               file status is ship-register-status.

           select fill-register-file
               assign to "BACKORDER-FILL-REGISTER.DAT"
               organization line sequential
               file status is fill-register-status.

           select credit-note-file assign to "CREDIT-NOTES.DAT"
               organization line sequential
               file status is credit-note-status.

           select credit-seq-file assign to "CREDIT-NOTE-SEQ.DAT"
               organization line sequential
               file status is credit-seq-status.

       data division.
       file section.
       fd  item-master-file.
           copy itemmast.

       fd  location-balance-file.
           copy locbal.

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
           05 filler            pic x(37).
           05 sr-customer       pic x(05).
           05 filler            pic x(23).

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

       fd  credit-note-file.
           copy crednote.

       fd  credit-seq-file.
       01  credit-seq-record.
           05 cq-last-number pic 9(06).

       working-storage section.

           copy jrnlfields.

           77 item-master-status      pic xx.
           77 location-balance-status pic xx.
           77 ship-register-status    pic xx.
           77 fill-register-status    pic xx.
           77 credit-note-status      pic xx.
           77 credit-seq-status       pic xx.

           copy movefields.

           copy statfields.

           77 end-of-file pic x.

           77 qty-shipped   pic 9(06) value zero.
           77 qty-returned  pic 9(06) value zero.
           77 qty-left      pic s9(06) value zero.
           77 ship-customer pic x(05) value spaces.
           77 return-customer pic x(05).

           77 posting-location pic x(03).
           77 balance-before   pic 9(06).
           77 unit-cost        pic 9(05)v99 value zero.

           77 next-credit-number pic 9(06) value zero.
           77 credit-number      pic x(08).

       linkage section.
           copy trnpayload.

       procedure division using transaction-payload.

           if tp-disposition not = "S"
                   and tp-disposition not = "R"
                   and tp-disposition not = "F"
               display "custret: bad disposition '" tp-disposition
                   "' on " tp-ref-number
      *> non-zero so the dispatcher quarantines the transaction.
               move 4 to return-code
               goback
           end-if.

           if tp-quantity = zero
               display "custret: zero quantity, nothing returned"
               move 4 to return-code
               goback
           end-if.

           perform tally-shipped.

           if qty-shipped = zero
               display "custret: order " tp-ref-number
                   " shipped no " tp-item-id
               move 4 to return-code
               goback
           end-if.

           if tp-customer not = spaces
                   and ship-customer not = spaces
                   and tp-customer not = ship-customer
               display "custret: order " tp-ref-number
                   " was shipped to " ship-customer
                   ", not " tp-customer
               move 4 to return-code
               goback
           end-if.

           if tp-customer = spaces
               move ship-customer to return-customer
           else
               move tp-customer to return-customer
           end-if.

           perform tally-returned.

           compute qty-left = qty-shipped - qty-returned.
           if tp-quantity > qty-left
               display "custret: order " tp-ref-number " has "
                   qty-left " of " tp-item-id " left to return,"
                   " return refused"
               move 4 to return-code
               goback
           end-if.

           perform post-return.

           if return-code = zero
               perform write-credit-note
               display "custret: " tp-quantity " of " tp-item-id
                   " back on " tp-ref-number " credit " credit-number
           end-if.

       goback.

      *> what the order shipped: the allocated units on the shipping
      *> register, plus any backorder later filled for it.
       tally-shipped.

           move zero to qty-shipped.
           move spaces to ship-customer.

           open input ship-register-file.
           if ship-register-status = "00"
               move "N" to end-of-file
               perform until end-of-file = "Y"
                   read ship-register-file
                       at end move "Y" to end-of-file
                       not at end
                           if sr-order-number = tp-ref-number
                                   and sr-item-id = tp-item-id
                               add function numval(sr-allocated)
                                   to qty-shipped
                               move sr-customer to ship-customer
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
                           if fl-order-number = tp-ref-number
                                   and fl-item-id = tp-item-id
                                   and fl-outcome = "REMPLI"
                               add function numval(fl-quantity)
                                   to qty-shipped
                               move fl-customer to ship-customer
                           end-if
                   end-read
               end-perform
               close fill-register-file
           end-if.

       tally-returned.

           move zero to qty-returned.

           open input credit-note-file.
           if credit-note-status = "00"
               move "N" to end-of-file
               perform until end-of-file = "Y"
                   read credit-note-file
                       at end move "Y" to end-of-file
                       not at end
                           if cr-order-number = tp-ref-number
                                   and cr-item-id = tp-item-id
                               add cr-quantity to qty-returned
                           end-if
                   end-read
               end-perform
               close credit-note-file
           end-if.

       post-return.

           open i-o item-master-file.
           if item-master-status not = "00"
               move "ITEM-MASTER.DAT" to fs-file-name
               move item-master-status to fs-status-code
               move "custret" to fs-program
               call "filestat" using fs-file-name fs-status-code
                   fs-program fs-return-code
               move fs-return-code to return-code
               goback
           end-if.

           move tp-item-id to im-item-id.
           read item-master-file
               invalid key
                   display "custret: unknown item " tp-item-id
                   move 4 to return-code
               not invalid key
                   perform book-return-in
           end-read.

           close item-master-file.

      *> the goods come in on the ledger whatever their fate; scrap
      *> and supplier returns go straight back out, leaving on-hand
      *> where it was.
       book-return-in.

           move im-on-hand to balance-before.
           move im-unit-cost to unit-cost.

           move tp-item-id to mv-item-id.
           move tp-date to mv-move-date.
           move "RCL" to mv-move-type.
           move tp-ref-number to mv-ref-number.
           move tp-quantity to mv-quantity.
           compute mv-new-balance = balance-before + tp-quantity.
           call "movelog" using mv-item-id mv-move-date
               mv-move-type mv-ref-number mv-quantity
               mv-new-balance.

           if tp-disposition = "S"
               add tp-quantity to im-on-hand
               perform item-before-image
               rewrite item-master-record
               perform journal-item-change
               perform post-location-in
           else
               if tp-disposition = "R"
                   move "REB" to mv-move-type
               else
                   move "RFR" to mv-move-type
               end-if
               compute mv-quantity = zero - tp-quantity
               move balance-before to mv-new-balance
               call "movelog" using mv-item-id mv-move-date
                   mv-move-type mv-ref-number mv-quantity
                   mv-new-balance
           end-if.

      *> stock back on the shelf lands in the building the
      *> transaction names -- blank means PRI.
       post-location-in.

           if tp-location = spaces
               move "PRI" to posting-location
           else
               move tp-location to posting-location
           end-if.

           open i-o location-balance-file.
           if location-balance-status = "35"
               open output location-balance-file
               close location-balance-file
               open i-o location-balance-file
           end-if.

           move tp-item-id to lb-item-id.
           move posting-location to lb-location.
           read location-balance-file
               invalid key
                   move tp-quantity to lb-on-hand
                   move zero to lb-min-level
                   write location-balance-record
                       invalid key continue
                   end-write
                   perform journal-location-balance-add
               not invalid key
                   add tp-quantity to lb-on-hand
                   perform location-balance-before-image
                   rewrite location-balance-record
                   perform journal-location-balance-change
           end-read.

           close location-balance-file.

      *> the credit-note counter lives in its own control file, the
      *> way the purchase-order counter does, so numbers never
      *> repeat.
       write-credit-note.

           move zero to next-credit-number.
           open input credit-seq-file.
           if credit-seq-status = "00"
               read credit-seq-file
                   not at end move cq-last-number to next-credit-number
               end-read
               close credit-seq-file
           end-if.

           add 1 to next-credit-number.
           move spaces to credit-number.
           string "AV" delimited by size
                  next-credit-number delimited by size
                  into credit-number.

           move next-credit-number to cq-last-number.
           open output credit-seq-file.
           write credit-seq-record.
           close credit-seq-file.

           move credit-number to cr-credit-number.
           move tp-date to cr-credit-date.
           move return-customer to cr-customer.
           move tp-ref-number to cr-order-number.
           move tp-item-id to cr-item-id.
           move tp-quantity to cr-quantity.
           move tp-disposition to cr-disposition.
           move unit-cost to cr-unit-cost.
           compute cr-amount = tp-quantity * unit-cost.

           open extend credit-note-file.
           if credit-note-status = "35"
               open output credit-note-file
           end-if.
           write credit-note-record.
           close credit-note-file.

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

           move "custret" to jf-program.
           move spaces to jf-operator.
           call "mastjrnl" using jf-master jf-action jf-program
               jf-operator jf-before jf-after.
