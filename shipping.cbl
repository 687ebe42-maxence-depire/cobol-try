      *> backorder file, which receiving retries automatically when
      *> new stock posts. the shipment register carries each order's
      *> requested, allocated and backordered units, and the running
      *> day totals are kept alongside so the day balances. when the
      *> order was taken on the order entry screen the units are
      *> posted back to its line and the order's status recomputed.
       identification division.
       program-id. shipping.


       working-storage section.

           copy jrnlfields.

      *> the ship-to particulars for the picking list and register;
      *> the master is optional so an order for an unknown customer
      *> still ships, with the gap visible on the paperwork.

           copy movefields.

           copy ordfields.

           copy statfields.

           77 qty-allocated   pic 9(05) value zero.
           perform write-register-line.
           perform post-day-totals.
           perform post-customer-summary.
           perform post-order-status.

       goback.

                       tp-quantity - qty-allocated
                   subtract qty-allocated from im-on-hand
                   add qty-backordered to im-backordered
                   perform item-before-image
                   rewrite item-master-record
                   perform journal-item-change
                   move im-unit-cost to unit-cost
                   compute ship-value = qty-allocated * unit-cost
                   if qty-allocated > zero
                           tp-item-id ", floored at zero"
                       move zero to lb-on-hand
                   end-if
                   perform location-balance-before-image
                   rewrite location-balance-record
                   perform journal-location-balance-change
           end-read.

           close location-balance-file.

      *> the line of a multi-line order hears what shipped and what
      *> waits; ordstat leaves a one-item order with no lines alone.
       post-order-status.

           move "S" to of-event.
           move tp-ref-number to of-order-number.
           move tp-item-id to of-item-id.
           move qty-allocated to of-shipped.
           move qty-backordered to of-backordered.
           move tp-date to of-date.
           call "ordstat" using of-event of-order-number
               of-item-id of-shipped of-backordered of-date.

      *> the allocation on the movement ledger, with the balance it
      *> left behind -- the stock card proves forward from these.
       write-shipment-movement.
               write cust-summary-record
           end-perform.
           close cust-summary-file.

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

       journal-location-balance-change.

           move "LOCATION-BALANCE.DAT" to jf-master.
           move "C" to jf-action.
           move location-balance-record to jf-after.
           perform write-journal-entry.

       write-journal-entry.

           move "shipping" to jf-program.
           move spaces to jf-operator.
           call "mastjrnl" using jf-master jf-action jf-program
               jf-operator jf-before jf-after.
