      *> discrepancy report. a receipt that cannot be validated posts
      *> return-code 4 and nothing, so the dispatcher quarantines it
      *> intact.
      *>
      *> received goods do not join on-hand straight off the truck:
      *> they land in the held bucket on INSPECTION-HOLD.DAT for the
      *> PO, item and location until the inspection screen looks at
      *> them. the screen calls this program back with a code-7
      *> payload for what it releases, and only then does the stock
      *> post to on-hand, ride the movement ledger and go to the
      *> waiting backorders.
       identification division.
       program-id. receiving.

               organization line sequential
               file status is fill-register-status.

           select hold-file assign to "INSPECTION-HOLD.DAT"
               organization indexed
               access mode is dynamic
               record key is ih-hold-key
               file status is hold-file-status.

       data division.
       file section.
       fd  expected-file.
           05 pr-quantity   pic 9(05).
           05 pr-status     pic x(01).
           05 pr-order-date pic x(08).
           05 pr-supplier-code pic x(05).
           05 pr-promised-date pic x(08).

       fd  location-balance-file.
           copy locbal.
       fd  fill-register-file.
       01  fill-register-line pic x(70).

       fd  hold-file.
           copy insphold.

       working-storage section.

           copy jrnlfields.

           77 customer-master-status pic xx.
           77 fill-register-status   pic xx.
           77 hold-file-status       pic xx.

           77 location-balance-status pic xx.
           77 posting-location pic x(03).

           copy movefields.

           copy ordfields.

           copy statfields.

      *> the PO register loaded whole per receipt -- it is small --
           77 po-register-overflow pic x.

           01 po-register-table.
               05 po-register-entry occurs 500 times pic x(40).

      *> backorders waiting on the item this receipt just posted:
      *> loaded whole, filled oldest first while the new stock

       procedure division using transaction-payload.

      *> code 7 comes from the inspection screen, not the transaction
      *> file: goods already received and held are released to stock
      *> and offered to the waiting backorders.
           if tp-choice = 7
               perform post-to-item-master
               if return-code not = 4
                   perform release-backorders
               end-if
               goback
           end-if.

           perform find-expected-receipt.

           if expected-found = "N"

           perform mark-po-received.

           compute qty-variance = tp-quantity - expected-qty.
           if qty-variance not = zero
               if qty-variance > zero
               close expected-file
           end-if.

      *> a receipt takes on-order down by what it satisfies and puts
      *> the goods on hold; a release puts on-hand up by what passed
      *> inspection. an item the master has never seen is a
      *> quarantine case, not a silent insert.
       post-to-item-master.

           open i-o item-master-file.
                   perform write-discrepancy-line
                   move 4 to return-code
               not invalid key
                   if tp-choice = 7
                       add tp-quantity to im-on-hand
                       perform item-before-image
                       rewrite item-master-record
                       perform journal-item-change
                       perform write-receipt-movement
                       perform post-location-in
                   else
                       if im-on-order >= tp-quantity
                           subtract tp-quantity from im-on-order
                       else
                           move zero to im-on-order
                       end-if
                       perform item-before-image
                       rewrite item-master-record
                       perform journal-item-change
                       perform hold-for-inspection
                   end-if
           end-read.

           close item-master-file.

      *> the receipt waits in the building the transaction names --
      *> blank means PRI -- under its PO; a second delivery on the
      *> same PO line adds to what is already waiting.
       hold-for-inspection.

           if tp-location = spaces
               move "PRI" to posting-location
           else
               move tp-location to posting-location
           end-if.

           open i-o hold-file.
           if hold-file-status = "35"
               open output hold-file
               close hold-file
               open i-o hold-file
           end-if.

           move tp-ref-number to ih-po-number.
           move tp-item-id to ih-item-id.
           move posting-location to ih-location.
           read hold-file
               invalid key
                   move tp-date to ih-received-date
                   move tp-quantity to ih-held-qty
                   move zero to ih-released-qty
                   move zero to ih-rejected-qty
                   write inspection-hold-record
                       invalid key
                           display "receiving: hold write failed for "
                               tp-ref-number " " tp-item-id
                   end-write
               not invalid key
                   move tp-date to ih-received-date
                   add tp-quantity to ih-held-qty
                   rewrite inspection-hold-record
           end-read.

           close hold-file.

      *> released stock lands in the building it was held in --
      *> blank means PRI, so old transactions post unchanged.
       post-location-in.

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
                   invalid key continue
                   not invalid key
                       perform fill-backorders-by-policy
                       perform item-before-image
                       rewrite item-master-record
                       perform journal-item-change
               end-read
               close item-master-file

               perform write-backorder-picking-line
               move "Y" to bt-filled(backorder-idx)
               perform write-backorder-movement
               perform post-order-fill
               perform post-location-fill-out
               move "REMPLI" to fill-outcome
           else
                               tp-item-id ", floored at zero"
                           move zero to lb-on-hand
                       end-if
                       perform location-balance-before-image
                       rewrite location-balance-record
                       perform journal-location-balance-change
               end-read
               close location-balance-file
           end-if.
               mv-move-type mv-ref-number mv-quantity
               mv-new-balance.

      *> a fill on a multi-line order moves the units on its line
      *> from backordered to shipped and recomputes the order status.
       post-order-fill.

           move "F" to of-event.
           move bo-order-number to of-order-number.
           move bo-item-id to of-item-id.
           move released-qty to of-shipped.
           move zero to of-backordered.
           move tp-date to of-date.
           call "ordstat" using of-event of-order-number
               of-item-id of-shipped of-backordered of-date.

       write-backorder-picking-line.

           open extend picking-file.
           move discrepancy-detail to discrepancy-line.
           write discrepancy-line.
           close discrepancy-file.

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

           move "receiving" to jf-program.
           move spaces to jf-operator.
           call "mastjrnl" using jf-master jf-action jf-program
               jf-operator jf-before jf-after.
