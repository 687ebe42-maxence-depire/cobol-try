      *> posts one stock write-off, called by the write-off leg for a
      *> write-off under the value limit and by the approval run for
      *> one a second operator has approved. the quantity comes off
      *> the item's on-hand and the location it was written off at,
      *> rides the movement ledger as DEM -- its own type, so the
      *> count variances the cycle-count scheduler reads are left to
      *> real counts -- and lands on the write-off register the
      *> monthly report is drawn from. stock that is no longer there
      *> to write off posts return-code 4 and nothing.
       identification division.
       program-id. wopost.

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

           select writeoff-file assign to "WRITEOFF-REGISTER.DAT"
               organization line sequential
               file status is writeoff-file-status.

       data division.
       file section.
       fd  item-master-file.
           copy itemmast.

       fd  location-balance-file.
           copy locbal.

       fd  writeoff-file.
           copy wodetail.

       working-storage section.

           copy jrnlfields.

           77 item-master-status      pic xx.
           77 location-balance-status pic xx.
           77 writeoff-file-status    pic xx.

           copy movefields.

           copy statfields.

           77 posting-location pic x(03).

       linkage section.
           copy trnpayload.
           01 wo-approved-by pic x(08).

       procedure division using transaction-payload wo-approved-by.

           move zero to return-code.

           if tp-location = spaces
               move "PRI" to posting-location
           else
               move tp-location to posting-location
           end-if.

           open i-o item-master-file.
           if item-master-status not = "00"
               move "ITEM-MASTER.DAT" to fs-file-name
               move item-master-status to fs-status-code
               move "wopost" to fs-program
               call "filestat" using fs-file-name fs-status-code
                   fs-program fs-return-code
               move fs-return-code to return-code
               goback
           end-if.

           move tp-item-id to im-item-id.
           read item-master-file
               invalid key
                   display "wopost: unknown item " tp-item-id
      *> non-zero so the caller leaves the write-off unposted.
                   move 4 to return-code
               not invalid key
                   if im-on-hand < tp-quantity
                       display "wopost: only " im-on-hand " of "
                           tp-item-id " on hand, write-off refused"
                       move 4 to return-code
                   else
                       subtract tp-quantity from im-on-hand
                       perform item-before-image
                       rewrite item-master-record
                       perform journal-item-change
                       perform write-writeoff-movement
                       perform post-location-out
                       perform write-register-record
                   end-if
           end-read.

           close item-master-file.

       goback.

       write-writeoff-movement.

           move tp-item-id to mv-item-id.
           move tp-date to mv-move-date.
           move "DEM" to mv-move-type.
           move tp-ref-number to mv-ref-number.
           compute mv-quantity = zero - tp-quantity.
           move im-on-hand to mv-new-balance.
           call "movelog" using mv-item-id mv-move-date
               mv-move-type mv-ref-number mv-quantity
               mv-new-balance.

      *> a location short of the write-off floors at zero with a
      *> warning, the way a short pick does: the master's total is
      *> right, the split by building was not.
       post-location-out.

           open i-o location-balance-file.
           if location-balance-status not = "00"
               continue
           else
               move tp-item-id to lb-item-id
               move posting-location to lb-location
               read location-balance-file
                   invalid key
                       display "wopost: no stock recorded at "
                           posting-location " for " tp-item-id
                   not invalid key
                       if lb-on-hand >= tp-quantity
                           subtract tp-quantity from lb-on-hand
                       else
                           display "wopost: location "
                               posting-location " short of "
                               tp-item-id ", floored at zero"
                           move zero to lb-on-hand
                       end-if
                       perform location-balance-before-image
                       rewrite location-balance-record
                       perform journal-location-balance-change
               end-read
               close location-balance-file
           end-if.

       write-register-record.

           move tp-date to wr-post-date.
           move tp-ref-number to wr-reference.
           move tp-item-id to wr-item-id.
           move im-item-class to wr-item-class.
           move posting-location to wr-location.
           move tp-reason-code to wr-reason-code.
           move tp-quantity to wr-quantity.
           move im-unit-cost to wr-unit-cost.
           compute wr-value = tp-quantity * im-unit-cost.
           move wo-approved-by to wr-approved-by.

           open extend writeoff-file.
           if writeoff-file-status = "35"
               open output writeoff-file
           end-if.
           write writeoff-record.
           close writeoff-file.

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

           move "wopost" to jf-program.
           move spaces to jf-operator.
           call "mastjrnl" using jf-master jf-action jf-program
               jf-operator jf-before jf-after.
