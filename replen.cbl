      *> nightly inter-location replenishment: every location balance
      *> is set against the minimum the location should hold of the
      *> item, plus -- at PRI, the main warehouse the fills go out
      *> of, since a backorder carries no location -- the item's
      *> open backorders. a location below what it needs is proposed
      *> a transfer in from the location with the most stock to spare
      *> above its own needs, then the next, until it is covered or
      *> there is no more to spare; what cannot be covered is left to
      *> purchasing and listed as such.
      *>
      *> each proposal is written to REPLENISH-PROPOSALS.DAT for the
      *> morning to approve on replrev, which hands the approved ones
      *> to the dispatcher as ordinary transfer transactions with the
      *> FROM>TO reference stocktrf expects. tonight's proposals
      *> replace last night's: a proposal not approved by now is
      *> drawn again from tonight's balances. the proposals and the
      *> shortfalls nobody can cover are printed to
      *> REPLENISH-REPORT.DAT.
       identification division.
       program-id. replen.

       environment division.
       input-output section.
       file-control.
           select location-balance-file
               assign to "LOCATION-BALANCE.DAT"
               organization indexed
               access mode is dynamic
               record key is lb-balance-key
               file status is location-balance-status.

           select backorder-file assign to "BACKORDER.DAT"
               organization line sequential
               file status is backorder-file-status.

           select proposals-file assign to "REPLENISH-PROPOSALS.DAT"
               organization line sequential
               file status is proposals-file-status.

           select print-file assign to "REPLENISH-REPORT.DAT"
               organization line sequential.

           select run-date-file assign to "RUN-DATE.DAT"
               organization line sequential
               file status is run-date-status.

       data division.
       file section.
       fd  location-balance-file.
           copy locbal.

       fd  backorder-file.
       01  backorder-record.
           05 bo-order-number pic x(08).
           05 bo-item-id      pic x(05).
           05 bo-quantity     pic 9(05).
           05 bo-customer     pic x(05).
           05 bo-date         pic x(08).

       fd  proposals-file.
           copy replprop.

       fd  print-file.
       01  print-line pic x(80).

       fd  run-date-file.
       01  run-date-record.
           05 rdc-business-date pic x(08).

       working-storage section.

           copy runlogfields.

           77 location-balance-status pic xx.
           77 backorder-file-status   pic xx.
           77 proposals-file-status   pic xx.
           77 run-date-status         pic xx.
           77 business-date           pic x(08).

           77 end-of-file pic x.

      *> the open backorders totalled per item.
           77 backorder-count   pic 9(04) value zero.
           77 backorder-idx     pic 9(04).
           77 backorder-slot    pic 9(04).
           77 backorders-dropped pic 9(04) value zero.

           01 backorder-table.
               05 backorder-entry occurs 1000 times.
                   10 bt-item-id  pic x(05).
                   10 bt-quantity pic 9(07).

      *> the locations of the item in hand, with what each needs and
      *> what each can spare.
           77 location-count pic 9(02) value zero.
           77 location-idx   pic 9(02).
           77 donor-idx      pic 9(02).
           77 scan-idx       pic 9(02).
           77 locations-dropped pic 9(04) value zero.

           01 location-table.
               05 location-entry occurs 20 times.
                   10 lt-location   pic x(03).
                   10 lt-on-hand    pic 9(06).
                   10 lt-min-level  pic 9(06).
                   10 lt-backorders pic 9(07).
                   10 lt-short      pic 9(07).
                   10 lt-spare      pic 9(07).

           77 current-item    pic x(05).
           77 item-backorders pic 9(07).
           77 need-level      pic 9(08).
           77 best-spare      pic 9(07).
           77 transfer-qty    pic 9(05).

           77 balances-read     pic 9(06) value zero.
           77 locations-short   pic 9(05) value zero.
           77 proposals-written pic 9(05) value zero.
           77 shortfalls-left   pic 9(05) value zero.

           01 report-heading.
               05 filler            pic x(36)  value
                   " REAPPROVISIONNEMENT ENTRE SITES AU ".
               05 rh-date           pic x(08).

           01 column-heading.
               05 filler            pic x(47)  value
                   " ARTICLE  DE   VERS  QUANTITE  STOCK   MINIMUM".
               05 filler            pic x(10)  value
                   "  RELIQUAT".

           01 proposal-detail.
               05 filler            pic x      value space.
               05 pd-item-id        pic x(05).
               05 filler            pic x(03)  value space.
               05 pd-from-location  pic x(03).
               05 filler            pic x(02)  value space.
               05 pd-to-location    pic x(03).
               05 filler            pic x(05)  value space.
               05 pd-quantity       pic zzzz9.
               05 filler            pic x(01)  value space.
               05 pd-on-hand        pic zzzzz9.
               05 filler            pic x(04)  value space.
               05 pd-min-level      pic zzzzz9.
               05 filler            pic x(03)  value space.
               05 pd-backorders     pic zzzzzz9.
               05 filler            pic x(02)  value space.
               05 pd-flag           pic x(16).

       procedure division.

           perform write-runlog-start.

           perform read-business-date.

           perform load-backorders.

           open input location-balance-file.
           if location-balance-status not = "00"
               display "error: cannot open LOCATION-BALANCE.DAT"
      *> non-zero so a calling job step can detect the missing file.
               move 8 to return-code
               perform write-runlog-end
               goback
           end-if.

           open output proposals-file.
           open output print-file.

           move business-date to rh-date.
           move report-heading to print-line.
           write print-line.
           move spaces to print-line.
           write print-line.
           move column-heading to print-line.
           write print-line.
           move spaces to print-line.
           write print-line.

           move high-values to current-item.
           move "N" to end-of-file.
           perform until end-of-file = "Y"
               read location-balance-file next record
                   at end move "Y" to end-of-file
                   not at end
                       add 1 to balances-read
                       if lb-item-id not = current-item
                           if current-item not = high-values
                               perform replenish-one-item
                           end-if
                           move lb-item-id to current-item
                           move zero to location-count
                       end-if
                       perform store-one-location
               end-read
           end-perform.

           if current-item not = high-values
               perform replenish-one-item
           end-if.

           if proposals-written = zero and shortfalls-left = zero
               move "  AUCUN SITE SOUS SON MINIMUM" to print-line
               write print-line
           end-if.

           close location-balance-file.
           close proposals-file.
           close print-file.

           if locations-dropped > zero
               display "warning: " locations-dropped
                   " balances past the 20-location table"
           end-if.

           display "balances read:        " balances-read.
           display "locations short:      " locations-short.
           display "transfers proposed:   " proposals-written.
           display "shortfalls uncovered: " shortfalls-left.

           perform write-runlog-end.
       goback.

       write-runlog-start.

           move "replen" to rl-program-name.
           move "START" to rl-event.
           move zero to rl-records-read.
           move zero to rl-records-written.
           move zero to rl-return-code.
           call "runlog" using rl-program-name rl-event
               rl-records-read rl-records-written rl-return-code.

       write-runlog-end.

           move "replen" to rl-program-name.
           move "END" to rl-event.
           move balances-read to rl-records-read.
           move proposals-written to rl-records-written.
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

       load-backorders.

           open input backorder-file.
           if backorder-file-status = "00"
               move "N" to end-of-file
               perform until end-of-file = "Y"
                   read backorder-file
                       at end move "Y" to end-of-file
                       not at end perform add-one-backorder
                   end-read
               end-perform
               close backorder-file
           end-if.

           if backorders-dropped > zero
               display "warning: " backorders-dropped
                   " backorders past the 1000-item table"
           end-if.

       add-one-backorder.

           move zero to backorder-slot.
           perform varying backorder-idx from 1 by 1
                   until backorder-idx > backorder-count
                       or backorder-slot > zero
               if bt-item-id(backorder-idx) = bo-item-id
                   move backorder-idx to backorder-slot
               end-if
           end-perform.

           if backorder-slot = zero
               if backorder-count < 1000
                   add 1 to backorder-count
                   move backorder-count to backorder-slot
                   move bo-item-id to bt-item-id(backorder-slot)
                   move zero to bt-quantity(backorder-slot)
               else
                   add 1 to backorders-dropped
               end-if
           end-if.

           if backorder-slot > zero and bo-quantity is numeric
               add bo-quantity to bt-quantity(backorder-slot)
           end-if.

       store-one-location.

           if location-count >= 20
               add 1 to locations-dropped
           else
               add 1 to location-count
               move lb-location to lt-location(location-count)
               move lb-on-hand to lt-on-hand(location-count)
               if lb-min-level is numeric
                   move lb-min-level to lt-min-level(location-count)
               else
                   move zero to lt-min-level(location-count)
               end-if
           end-if.

       replenish-one-item.

           move zero to item-backorders.
           perform varying backorder-idx from 1 by 1
                   until backorder-idx > backorder-count
               if bt-item-id(backorder-idx) = current-item
                   move bt-quantity(backorder-idx) to item-backorders
               end-if
           end-perform.

           perform varying location-idx from 1 by 1
                   until location-idx > location-count
               perform size-one-location
           end-perform.

           perform varying location-idx from 1 by 1
                   until location-idx > location-count
               if lt-short(location-idx) > zero
                   add 1 to locations-short
                   perform cover-one-shortfall
               end-if
           end-perform.

       size-one-location.

           if lt-location(location-idx) = "PRI"
               move item-backorders to lt-backorders(location-idx)
           else
               move zero to lt-backorders(location-idx)
           end-if.

           compute need-level = lt-min-level(location-idx)
               + lt-backorders(location-idx).

           move zero to lt-short(location-idx).
           move zero to lt-spare(location-idx).
           if lt-on-hand(location-idx) < need-level
               compute lt-short(location-idx) =
                   need-level - lt-on-hand(location-idx)
           else
               compute lt-spare(location-idx) =
                   lt-on-hand(location-idx) - need-level
           end-if.

      *> the location with the most to spare gives first, so one
      *> transfer covers the shortfall wherever it can.
       cover-one-shortfall.

           move 1 to donor-idx.
           perform until lt-short(location-idx) = zero
                   or donor-idx = zero
               perform find-best-donor
               if donor-idx > zero
                   if lt-spare(donor-idx) < lt-short(location-idx)
                       move lt-spare(donor-idx) to need-level
                   else
                       move lt-short(location-idx) to need-level
                   end-if
      *> a transfer transaction carries at most 99999; any more is
      *> proposed again on the next turn of the loop.
                   if need-level > 99999
                       move 99999 to transfer-qty
                   else
                       move need-level to transfer-qty
                   end-if
                   subtract transfer-qty from lt-spare(donor-idx)
                   subtract transfer-qty from lt-short(location-idx)
                   perform write-proposal
               end-if
           end-perform.

           if lt-short(location-idx) > zero
               add 1 to shortfalls-left
               move current-item to pd-item-id
               move spaces to pd-from-location
               move lt-location(location-idx) to pd-to-location
               move lt-short(location-idx) to pd-quantity
               move lt-on-hand(location-idx) to pd-on-hand
               move lt-min-level(location-idx) to pd-min-level
               move lt-backorders(location-idx) to pd-backorders
               move "RIEN A PRELEVER" to pd-flag
               move proposal-detail to print-line
               write print-line
           end-if.

       find-best-donor.

           move zero to donor-idx.
           move zero to best-spare.
           perform varying scan-idx from 1 by 1
                   until scan-idx > location-count
               if lt-spare(scan-idx) > best-spare
                   move lt-spare(scan-idx) to best-spare
                   move scan-idx to donor-idx
               end-if
           end-perform.

       write-proposal.

           move current-item to tf-item-id.
           move lt-location(donor-idx) to tf-from-location.
           move lt-location(location-idx) to tf-to-location.
           move transfer-qty to tf-quantity.
           move business-date to tf-proposed-date.
           move lt-on-hand(location-idx) to tf-to-on-hand.
           move lt-min-level(location-idx) to tf-to-min-level.
           move lt-backorders(location-idx) to tf-to-backorders.
           set tf-is-pending to true.
           write transfer-proposal-record.
           add 1 to proposals-written.

           move current-item to pd-item-id.
           move tf-from-location to pd-from-location.
           move tf-to-location to pd-to-location.
           move transfer-qty to pd-quantity.
           move lt-on-hand(location-idx) to pd-on-hand.
           move lt-min-level(location-idx) to pd-min-level.
           move lt-backorders(location-idx) to pd-backorders.
           move spaces to pd-flag.
           move proposal-detail to print-line.
           write print-line.
