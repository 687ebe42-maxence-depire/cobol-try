      *> equivalent of the grading reconcile: for every item touched
      *> today it proves that the opening balance plus the day's
      *> receipts, minus the day's allocations and backorder fills,
      *> plus the count adjustments, less the textbooks lent and plus
      *> those returned, equals the closing on-hand on the item
      *> balance master -- and that the day's shipped units
      *> on the movement ledger tie to SHIPPING-TOTALS.DAT. out of
      *> balance posts return-code 8 so the JCL holds the next day's
      *> dispatch stream instead of letting a mis-posted receipt
           05 st-ship-value  pic 9(09)v99.

       fd  recon-file.
       01  recon-line pic x(102).

       fd  run-date-file.
       01  run-date-record.
                   10 tc-receipts   pic 9(07).
                   10 tc-shipments  pic 9(07).
                   10 tc-adjusts    pic s9(07).
                   10 tc-loans      pic s9(07).

           77 computed-closing pic s9(07).
           77 master-closing   pic 9(06).
               05 rd-shipments      pic zzzzz9.
               05 filler            pic x(05)  value " AJU ".
               05 rd-adjusts        pic -zzzzz9.
               05 filler            pic x(05)  value " PRE ".
               05 rd-loans          pic -zzzzz9.
               05 filler            pic x(07)  value " CALC  ".
               05 rd-computed       pic -zzzzz9.
               05 filler            pic x(07)  value " FICH  ".
                           from tc-shipments(item-slot)
                   when "AJU"
                       add mvr-quantity to tc-adjusts(item-slot)
      *> textbook loans go out negative and come back positive; the
      *> net is what the loans desk moved today.
                   when "PRT"
                       add mvr-quantity to tc-loans(item-slot)
                   when "RET"
                       add mvr-quantity to tc-loans(item-slot)
                   when other
                       continue
               end-evaluate
                   move zero to tc-receipts(item-slot)
                   move zero to tc-shipments(item-slot)
                   move zero to tc-adjusts(item-slot)
                   move zero to tc-loans(item-slot)
               end-if
           end-if.


           compute computed-closing =
               tc-opening(item-idx) + tc-receipts(item-idx)
                   - tc-shipments(item-idx) + tc-adjusts(item-idx)
                   + tc-loans(item-idx).

           move "N" to master-found.
           move zero to master-closing.
           move tc-receipts(item-idx) to rd-receipts.
           move tc-shipments(item-idx) to rd-shipments.
           move tc-adjusts(item-idx) to rd-adjusts.
           move tc-loans(item-idx) to rd-loans.
           move computed-closing to rd-computed.
           move master-closing to rd-master.

