      *> monthly reorder point recalculation: the stock that left on
      *> customer shipments, backorder fills and textbook loans in
      *> the last REORDER-WINDOW-DAYS days, read off the movement
      *> ledger, gives each item's average daily usage and how much
      *> the usage swings from day to day. with the preferred
      *> supplier's lead time -- REORDER-LEAD-DAYS for an item with
      *> none -- that proposes a reorder point of the usage over the
      *> lead time plus a safety stock of REORDER-SAFETY-FACTOR
      *> standard deviations over the lead time, and a reorder
      *> quantity of REORDER-COVER-DAYS days of usage.
      *>
      *> every active item is printed with its values on the master
      *> and the proposed values side by side to REORDER-REVIEW.DAT;
      *> an item whose proposal differs from the master is written
      *> to REORDER-PROPOSALS.DAT for the buyer to approve or reject
      *> on reordrev. nothing on the item master changes here.
       identification division.
       program-id. reordcalc.

       environment division.
       input-output section.
       file-control.
           select movements-file assign to "ITEM-MOVEMENTS.DAT"
               organization line sequential
               file status is movements-file-status.

           select item-master-file assign to "ITEM-MASTER.DAT"
               organization indexed
               access mode is dynamic
               record key is im-item-id
               file status is item-master-status.

           select supplier-master-file assign to "SUPPLIER-MASTER.DAT"
               organization indexed
               access mode is dynamic
               record key is su-supplier-code
               file status is supplier-master-status.

           select proposals-file assign to "REORDER-PROPOSALS.DAT"
               organization line sequential
               file status is proposals-file-status.

           select print-file assign to "REORDER-REVIEW.DAT"
               organization line sequential.

           select run-date-file assign to "RUN-DATE.DAT"
               organization line sequential
               file status is run-date-status.

           select sort-file assign to "REORDCALC.TMP".

       data division.
       file section.
       fd  movements-file.
       01  movements-record.
           05 mvr-item-id     pic x(05).
           05 filler          pic x.
           05 mvr-move-date   pic x(08).
           05 filler          pic x.
           05 mvr-move-type   pic x(03).
               88 mvr-is-usage value "EXP" "BOF" "PRT".
           05 filler          pic x.
           05 mvr-ref-number  pic x(08).
           05 filler          pic x.
           05 mvr-quantity    pic s9(06) sign leading separate.
           05 filler          pic x.
           05 mvr-new-balance pic 9(06).

       fd  item-master-file.
           copy itemmast.

       fd  supplier-master-file.
           copy suppmast.

       fd  proposals-file.
           copy reordprop.

       fd  print-file.
       01  print-line pic x(90).

       fd  run-date-file.
       01  run-date-record.
           05 rdc-business-date pic x(08).

      *> one record per usage movement in the window, and one with a
      *> blank date per active item so an item with no usage at all
      *> is still reviewed.
       sd  sort-file.
       01  sort-record.
           05 sk-item-id   pic x(05).
           05 sk-move-date pic x(08).
           05 sk-quantity  pic 9(06).

       working-storage section.

           copy runlogfields.

           copy paramfields.

           77 movements-file-status  pic xx.
           77 item-master-status     pic xx.
           77 supplier-master-status pic xx.
           77 proposals-file-status  pic xx.
           77 run-date-status        pic xx.
           77 business-date          pic x(08).

           77 supplier-master-available pic x value "N".
               88 supplier-master-is-available value "Y".

      *> the tunables, each on SITE-PARAMS.DAT under its own name.
           77 window-days   pic 9(03) value 90.
           77 default-lead  pic 9(03) value 14.
           77 cover-days    pic 9(03) value 30.
           77 safety-factor pic 9(02)v99 value 1.65.

           77 today-int     pic 9(08).
           77 window-int    pic 9(08).
           77 window-start  pic 9(08).

           77 end-of-file pic x.
           77 sort-eof    pic x.

           77 movements-read    pic 9(07) value zero.
           77 usage-released    pic 9(07) value zero.
           77 items-reviewed    pic 9(05) value zero.
           77 proposals-written pic 9(05) value zero.

           77 current-item  pic x(05).
           77 usage-date    pic x(08).
           77 day-usage     pic 9(07).
           77 usage-total   pic 9(09).
           77 usage-sum-sq  pic 9(15).

           77 lead-days     pic 9(03).
           77 daily-usage   pic 9(05)v9999.
           77 variance-work pic s9(09)v9999.
           77 usage-dev     pic 9(05)v9999.
           77 new-point     pic 9(06).
           77 new-qty       pic 9(06).

           01 report-heading.
               05 filler            pic x(35)  value
                   " REVISION DES SEUILS DE REAPPRO AU ".
               05 rh-date           pic x(08).
               05 filler            pic x(10)  value "  FENETRE ".
               05 rh-window         pic zz9.
               05 filler            pic x(06)  value " JOURS".

           01 column-heading.
               05 filler            pic x(39)  value
                   " ARTICLE FOURN DELAI   CONSO/J    ECART".
               05 filler            pic x(35)  value
                   "   SEUIL  QTECDE   SEUIL PR  QTE PR".

           01 item-detail.
               05 filler            pic x      value space.
               05 id-item-id        pic x(05).
               05 filler            pic x(03)  value space.
               05 id-supplier       pic x(05).
               05 filler            pic x(03)  value space.
               05 id-lead-days      pic zz9.
               05 filler            pic x(02)  value space.
               05 id-daily-usage    pic zzzz9.99.
               05 filler            pic x      value space.
               05 id-usage-dev      pic zzzz9.99.
               05 filler            pic x(02)  value space.
               05 id-old-point      pic zzzzz9.
               05 filler            pic x(02)  value space.
               05 id-old-qty        pic zzzzz9.
               05 filler            pic x(05)  value space.
               05 id-new-point      pic zzzzz9.
               05 filler            pic x(02)  value space.
               05 id-new-qty        pic zzzzz9.
               05 filler            pic x(02)  value space.
               05 id-flag           pic x(06).

       procedure division.

           perform write-runlog-start.

           perform read-business-date.
           perform read-site-params.

           compute today-int = function integer-of-date(
               function numval(business-date)).
           compute window-int = today-int - window-days + 1.
           compute window-start = function date-of-integer(window-int).

           open input item-master-file.
           if item-master-status not = "00"
               display "error: cannot open ITEM-MASTER.DAT"
      *> non-zero so a calling job step can detect the missing file.
               move 8 to return-code
               perform write-runlog-end
               goback
           end-if.

           open input supplier-master-file.
           if supplier-master-status = "00"
               move "Y" to supplier-master-available
           end-if.

           open output proposals-file.
           open output print-file.

           move business-date to rh-date.
           move window-days to rh-window.
           move report-heading to print-line.
           write print-line.
           move spaces to print-line.
           write print-line.
           move column-heading to print-line.
           write print-line.
           move spaces to print-line.
           write print-line.

           sort sort-file
               on ascending key sk-item-id
                                sk-move-date
               input procedure is release-usage
               output procedure is review-items.

           move spaces to print-line.
           write print-line.
           move "  PROPOSITIONS A VALIDER SUR REORDREV" to print-line.
           write print-line.

           close print-file.
           close proposals-file.
           close item-master-file.
           if supplier-master-is-available
               close supplier-master-file
           end-if.

           display "movements read:        " movements-read.
           display "usage lines in window: " usage-released.
           display "items reviewed:        " items-reviewed.
           display "proposals written:     " proposals-written.

           perform write-runlog-end.
       goback.

       write-runlog-start.

           move "reordcalc" to rl-program-name.
           move "START" to rl-event.
           move zero to rl-records-read.
           move zero to rl-records-written.
           move zero to rl-return-code.
           call "runlog" using rl-program-name rl-event
               rl-records-read rl-records-written rl-return-code.

       write-runlog-end.

           move "reordcalc" to rl-program-name.
           move "END" to rl-event.
           move movements-read to rl-records-read.
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

       read-site-params.

           move "REORDER-WINDOW-DAYS" to pm-name.
           call "getparam" using pm-name pm-value pm-found.
           if pm-found = "Y" and pm-value > zero
               move pm-value to window-days
           end-if.

           move "REORDER-LEAD-DAYS" to pm-name.
           call "getparam" using pm-name pm-value pm-found.
           if pm-found = "Y" and pm-value > zero
               move pm-value to default-lead
           end-if.

           move "REORDER-COVER-DAYS" to pm-name.
           call "getparam" using pm-name pm-value pm-found.
           if pm-found = "Y" and pm-value > zero
               move pm-value to cover-days
           end-if.

           move "REORDER-SAFETY-FACTOR" to pm-name.
           call "getparam" using pm-name pm-value pm-found.
           if pm-found = "Y" and pm-value not < zero
               move pm-value to safety-factor
           end-if.

       release-usage.

           move "N" to end-of-file.
           perform until end-of-file = "Y"
               read item-master-file next record
                   at end move "Y" to end-of-file
                   not at end
                       if im-is-active
                           move im-item-id to sk-item-id
                           move spaces to sk-move-date
                           move zero to sk-quantity
                           release sort-record
                       end-if
               end-read
           end-perform.

           open input movements-file.
           if movements-file-status = "00"
               move "N" to end-of-file
               perform until end-of-file = "Y"
                   read movements-file
                       at end move "Y" to end-of-file
                       not at end
                           add 1 to movements-read
                           perform release-one-movement
                   end-read
               end-perform
               close movements-file
           end-if.

      *> usage is stock going out to a customer or a student; counts,
      *> write-offs, returned goods and transfers are not demand.
       release-one-movement.

           if mvr-is-usage
                   and mvr-move-date is numeric
                   and mvr-move-date not < window-start
                   and mvr-move-date not > business-date
                   and mvr-quantity < zero
               move mvr-item-id to sk-item-id
               move mvr-move-date to sk-move-date
               compute sk-quantity = zero - mvr-quantity
               release sort-record
               add 1 to usage-released
           end-if.

       review-items.

           move high-values to current-item.
           move "N" to sort-eof.
           perform return-one-usage
               until sort-eof = "Y".

           if current-item not = high-values
               perform close-usage-day
               perform review-one-item
           end-if.

       return-one-usage.

           return sort-file
               at end move "Y" to sort-eof
               not at end
                   if sk-item-id not = current-item
                       if current-item not = high-values
                           perform close-usage-day
                           perform review-one-item
                       end-if
                       move sk-item-id to current-item
                       move spaces to usage-date
                       move zero to day-usage
                       move zero to usage-total
                       move zero to usage-sum-sq
                   end-if
                   if sk-move-date not = usage-date
                       perform close-usage-day
                       move sk-move-date to usage-date
                   end-if
                   add sk-quantity to day-usage
           end-return.

      *> a day's usage goes into the total and the sum of squares the
      *> deviation is drawn from; the days with none count as zero.
       close-usage-day.

           if usage-date not = spaces
               add day-usage to usage-total
               compute usage-sum-sq = usage-sum-sq
                   + (day-usage * day-usage)
           end-if.
           move zero to day-usage.

       review-one-item.

           move current-item to im-item-id.
           read item-master-file
               invalid key continue
               not invalid key perform propose-one-item
           end-read.

       propose-one-item.

           add 1 to items-reviewed.

           move default-lead to lead-days.
           if supplier-master-is-available
                   and im-supplier-code not = spaces
               move im-supplier-code to su-supplier-code
               read supplier-master-file
                   invalid key continue
                   not invalid key
                       if su-lead-days > zero
                           move su-lead-days to lead-days
                       end-if
               end-read
           end-if.

           compute daily-usage rounded = usage-total / window-days.
           compute variance-work rounded =
               (usage-sum-sq / window-days)
                   - (daily-usage * daily-usage)
               on size error move zero to variance-work
           end-compute.
           if variance-work < zero
               move zero to variance-work
           end-if.
           compute usage-dev rounded = function sqrt(variance-work).

           compute new-point rounded =
               (daily-usage * lead-days)
                   + (safety-factor * usage-dev
                       * function sqrt(lead-days)).
           compute new-qty rounded = daily-usage * cover-days.

      *> a reorder point with nothing to reorder is one the
      *> maintenance screen would refuse: order at least one.
           if new-point > zero and new-qty = zero
               move 1 to new-qty
           end-if.

           move im-item-id to id-item-id.
           move im-supplier-code to id-supplier.
           move lead-days to id-lead-days.
           move daily-usage to id-daily-usage.
           move usage-dev to id-usage-dev.
           move im-reorder-point to id-old-point.
           move im-reorder-qty to id-old-qty.
           move new-point to id-new-point.
           move new-qty to id-new-qty.

           if new-point = im-reorder-point
                   and new-qty = im-reorder-qty
               move spaces to id-flag
           else
               move "MODIF" to id-flag
               perform write-proposal
           end-if.

           move item-detail to print-line.
           write print-line.

       write-proposal.

           move spaces to reorder-proposal-record.
           move im-item-id to rp-item-id.
           move business-date to rp-calc-date.
           move im-supplier-code to rp-supplier-code.
           move lead-days to rp-lead-days.
           move daily-usage to rp-daily-usage.
           move usage-dev to rp-usage-dev.
           move im-reorder-point to rp-old-point.
           move im-reorder-qty to rp-old-qty.
           move new-point to rp-new-point.
           move new-qty to rp-new-qty.
           write reorder-proposal-record.
           add 1 to proposals-written.
