      *> nightly stock posting: every movement movelog has put on
      *> ITEM-MOVEMENTS.DAT since the last run is valued at the
      *> item's unit cost off the item balance master and posted to
      *> LEDGER.DAT, one line per account for the night -- stock in
      *> debits the stock account, stock out credits it, and the
      *> other side goes to the account the movement type belongs
      *> to: receipts and returns to the supplier against goods
      *> received, shipments, backorder fills and customer returns
      *> against cost of goods shipped, count adjustments against
      *> count variance, write-offs and scrapped returns against
      *> write-offs, textbook loans against books lent. the ledger
      *> has no sign column, so a debit is tagged STD and a credit
      *> STC in the source column.
      *>
      *> STOCK-POST-CONTROL.DAT keeps how many movement lines have
      *> been posted, so a line is posted once however often the run
      *> is started; a movement file that is cut back or rotated
      *> must have the control reset with it. the first run, with no
      *> control on file, posts the stock already on hand as an
      *> opening balance at tonight's valuation and starts from the
      *> end of the movement file, since that stock already carries
      *> every movement before it.
      *>
      *> the ledger's amount column carries whole units: the control
      *> also keeps the exact value posted to the stock account and
      *> what the ledger shows for it, and each night the stock
      *> lines take up the rounding so the ledger never drifts more
      *> than half a unit from the exact figure. after posting, the
      *> stock account's balance on the ledger is checked against
      *> the on-hand valuation, extended the way stockval extends
      *> it; a difference -- a unit cost changed since the stock was
      *> received, a movement posted with no cost -- is flagged ECART
      *> on STOCK-POSTING.DAT and the run posts return-code 4.
       identification division.
       program-id. stockpost.

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

           select ledger-file assign to "LEDGER.DAT"
               organization line sequential
               file status is ledger-file-status.

           select control-file assign to "STOCK-POST-CONTROL.DAT"
               organization line sequential
               file status is control-file-status.

           select print-file assign to "STOCK-POSTING.DAT"
               organization line sequential.

           select run-date-file assign to "RUN-DATE.DAT"
               organization line sequential
               file status is run-date-status.

       data division.
       file section.
       fd  movements-file.
       01  movements-record.
           05 mvr-item-id     pic x(05).
           05 filler          pic x.
           05 mvr-move-date   pic x(08).
           05 filler          pic x.
           05 mvr-move-type   pic x(03).
           05 filler          pic x.
           05 mvr-ref-number  pic x(08).
           05 filler          pic x.
           05 mvr-quantity    pic s9(06) sign leading separate.
           05 filler          pic x.
           05 mvr-new-balance pic 9(06).

       fd  item-master-file.
           copy itemmast.

       fd  ledger-file.
       01  ledger-line pic x(48).

       fd  control-file.
       01  control-record.
           05 sc-movement-lines pic 9(07).
           05 sc-exact-value    pic s9(11)v99 sign leading separate.
           05 sc-posted-value   pic s9(11) sign leading separate.

       fd  print-file.
       01  print-line pic x(80).

       fd  run-date-file.
       01  run-date-record.
           05 rdc-business-date pic x(08).

       working-storage section.

           copy runlogfields.
           copy periodfields.

           77 movements-file-status pic xx.
           77 item-master-status    pic xx.
           77 ledger-file-status    pic xx.
           77 control-file-status   pic xx.

           77 run-date-status pic xx.
           77 business-date   pic x(08).
           77 run-timestamp   pic x(15).

           77 end-of-file pic x.

      *> the accounts stock postings land on, carried on the chart
      *> of accounts like any other fund.
           77 stock-account         pic x(04) value "STCK".
           77 goods-received-account pic x(04) value "RECP".
           77 cost-of-sales-account pic x(04) value "CMVE".
           77 variance-account      pic x(04) value "ECIN".
           77 write-off-account     pic x(04) value "DEMQ".
           77 loans-account         pic x(04) value "PRET".
           77 opening-account       pic x(04) value "OUVS".

      *> movement lines already posted, off the control file, and
      *> the line count read this run.
           77 control-found    pic x value "N".
               88 control-is-on-file value "Y".
           77 lines-posted     pic 9(07) value zero.
           77 lines-read       pic 9(07) value zero.

           77 movements-valued   pic 9(06) value zero.
           77 movements-uncosted pic 9(05) value zero.
           77 ledger-lines-written pic 9(05) value zero.

           77 move-qty     pic 9(06).
           77 move-value   pic 9(11)v99.
           77 counter-account pic x(04).
           77 posting-account pic x(04).

      *> one accumulator per account posted tonight; the stock
      *> account is seeded first so it prints first.
           77 acct-count pic 9(02) value zero.
           77 acct-idx   pic 9(02).
           77 acct-slot  pic 9(02).

           01 post-table.
               05 post-entry occurs 10 times.
                   10 pa-account pic x(04).
                   10 pa-count   pic 9(05).
                   10 pa-debit   pic 9(11)v99.
                   10 pa-credit  pic 9(11)v99.

      *> the stock account's exact value and ledger figure, brought
      *> forward off the control and carried forward to it.
           77 exact-value-fwd   pic s9(11)v99 value zero.
           77 posted-value-fwd  pic s9(11) value zero.
           77 exact-value-new   pic s9(11)v99.
           77 posted-value-new  pic s9(11).
           77 stock-net-posting pic s9(11).
           77 stock-debit-posted  pic s9(11).
           77 stock-credit-posted pic s9(11).

      *> the ledger's amount column carries whole units up to 99999,
      *> so a larger total posts in as many lines as it takes.
           77 posting-remaining pic 9(11).
           77 posting-amount    pic 9(05).
           77 posting-source    pic x(03).

           77 on-hand-value    pic 9(10)v99.
           77 valuation-total  pic 9(12)v99 value zero.
           77 valuation-units  pic s9(12).
           77 ledger-stock-balance pic s9(12) value zero.
           77 stock-difference pic s9(12).
           77 entry-total pic 9(05).

      *> mirror of sum_with_input's ledger-detail layout with the
      *> posting-source column after the account: STD for a stock
      *> debit, STC for a stock credit.
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

      *> the same layout read back for the stock account check.
           01 parsed-ledger.
               05 pl-addend-count pic x(02).
               05 filler          pic x(02).
               05 pl-total        pic x(05).
               05 filler          pic x(02).
               05 pl-timestamp    pic x(15).
               05 filler          pic x(02).
               05 pl-account      pic x(04).
               05 filler          pic x(01).
               05 pl-source       pic x(03).
                   88 pl-is-stock-debit  value "STD".
                   88 pl-is-stock-credit value "STC".

           01 report-heading.
               05 filler            pic x(23)  value
                   " ECRITURES DE STOCK DU ".
               05 rh-date           pic x(08).

           01 column-heading.
               05 filler            pic x(40)  value
                   " COMPTE    NOMBRE            DEBIT      ".
               05 filler            pic x(09)  value
                   "   CREDIT".

           01 account-detail.
               05 filler            pic x(02)  value space.
               05 ad-account        pic x(04).
               05 filler            pic x(06)  value space.
               05 ad-count          pic zzzz9.
               05 filler            pic x(03)  value space.
               05 ad-debit          pic zzzzzzzzzz9.99.
               05 filler            pic x(01)  value space.
               05 ad-credit         pic zzzzzzzzzz9.99.

           01 uncosted-detail.
               05 filler            pic x(11)  value " SANS COUT ".
               05 ud-item-id        pic x(05).
               05 filler            pic x(01)  value space.
               05 ud-move-date      pic x(08).
               05 filler            pic x(01)  value space.
               05 ud-move-type      pic x(03).
               05 filler            pic x(01)  value space.
               05 ud-ref-number     pic x(08).
               05 filler            pic x(01)  value space.
               05 ud-quantity       pic -zzzzz9.

           01 check-detail.
               05 filler            pic x      value space.
               05 cd-label          pic x(30).
               05 cd-amount         pic -zzzzzzzzzzz9.
               05 filler            pic x(02)  value space.
               05 cd-flag           pic x(05).

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

           perform read-post-control.

           open input item-master-file.
           if item-master-status not = "00"
               display "error: cannot open ITEM-MASTER.DAT"
      *> non-zero so a calling job step can detect the missing file.
               move 8 to return-code
               perform write-runlog-end
               goback
           end-if.

           open output print-file.
           move business-date to rh-date.
           move report-heading to print-line.
           write print-line.
           move spaces to print-line.
           write print-line.

           move 1 to acct-count.
           move stock-account to pa-account(1).
           move zero to pa-count(1).
           move zero to pa-debit(1).
           move zero to pa-credit(1).

           if control-is-on-file
               perform value-new-movements
           else
               perform post-opening-balance
           end-if.

           open extend ledger-file.
           if ledger-file-status = "35"
               open output ledger-file
           end-if.

           perform post-account-totals.

           close ledger-file.

           perform write-post-control.

           perform write-account-totals.

           perform check-stock-account.

           close print-file.
           close item-master-file.

           display "movement lines read:  " lines-read.
           display "movements valued:     " movements-valued.
           display "movements no cost:    " movements-uncosted.
           display "ledger lines posted:  " ledger-lines-written.
           display "stock valuation:      " valuation-units.
           display "stock account ledger: " ledger-stock-balance.

           move zero to return-code.
           if movements-uncosted > zero
                   or stock-difference not = zero
      *> non-zero so the office looks at what the ledger and the
      *> valuation disagree on before month-end.
               move 4 to return-code
           end-if.

           perform write-runlog-end.
       goback.

       write-runlog-start.

           move "stockpost" to rl-program-name.
           move "START" to rl-event.
           move zero to rl-records-read.
           move zero to rl-records-written.
           move zero to rl-return-code.
           call "runlog" using rl-program-name rl-event
               rl-records-read rl-records-written rl-return-code.

       write-runlog-end.

           move "stockpost" to rl-program-name.
           move "END" to rl-event.
           move lines-read to rl-records-read.
           move ledger-lines-written to rl-records-written.
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

       read-post-control.

           open input control-file.
           if control-file-status = "00"
               read control-file
                   not at end
                       move "Y" to control-found
                       move sc-movement-lines to lines-posted
                       move sc-exact-value to exact-value-fwd
                       move sc-posted-value to posted-value-fwd
               end-read
               close control-file
           end-if.

      *> the control moves up to every line read, valued or not: a
      *> movement with no cost is reported once, not every run.
       write-post-control.

           if lines-read > lines-posted
               move lines-read to sc-movement-lines
           else
               move lines-posted to sc-movement-lines
           end-if.
           move exact-value-new to sc-exact-value.
           move posted-value-new to sc-posted-value.

           open output control-file.
           write control-record.
           close control-file.

      *> first run: the stock on hand tonight goes on the ledger as
      *> an opening balance, and the movements already on file are
      *> counted past without posting.
       post-opening-balance.

           perform value-item-master.

           add 1 to pa-count(1).
           add valuation-total to pa-debit(1).
           move opening-account to posting-account.
           perform find-account-slot.
           if acct-slot > zero
               add 1 to pa-count(acct-slot)
               add valuation-total to pa-credit(acct-slot)
           end-if.

           open input movements-file.
           if movements-file-status = "00"
               move "N" to end-of-file
               perform until end-of-file = "Y"
                   read movements-file
                       at end move "Y" to end-of-file
                       not at end add 1 to lines-read
                   end-read
               end-perform
               close movements-file
           end-if.

           move "  SOLDE D'OUVERTURE A LA VALORISATION DU JOUR"
               to print-line.
           write print-line.
           move spaces to print-line.
           write print-line.

       value-new-movements.

           open input movements-file.
           if movements-file-status = "00"
               move "N" to end-of-file
               perform until end-of-file = "Y"
                   read movements-file
                       at end move "Y" to end-of-file
                       not at end
                           add 1 to lines-read
                           if lines-read > lines-posted
                               perform value-one-movement
                           end-if
                   end-read
               end-perform
               close movements-file
           end-if.

       value-one-movement.

           if mvr-quantity = zero
               continue
           else
               move mvr-item-id to im-item-id
               read item-master-file
                   invalid key move zero to im-unit-cost
               end-read
               if im-unit-cost = zero
                   perform write-uncosted-movement
               else
                   perform post-one-movement
               end-if
           end-if.

      *> the other side of the stock account, by movement type;
      *> anything not otherwise placed is a count adjustment.
       post-one-movement.

           add 1 to movements-valued.

           if mvr-quantity < zero
               compute move-qty = 0 - mvr-quantity
           else
               move mvr-quantity to move-qty
           end-if.
           compute move-value = move-qty * im-unit-cost.

           evaluate mvr-move-type
               when "REC"
               when "RFR"
                   move goods-received-account to counter-account
               when "EXP"
               when "BOF"
               when "RCL"
                   move cost-of-sales-account to counter-account
               when "DEM"
               when "REB"
                   move write-off-account to counter-account
               when "PRT"
               when "RET"
                   move loans-account to counter-account
               when other
                   move variance-account to counter-account
           end-evaluate.

           add 1 to pa-count(1).
           if mvr-quantity > zero
               add move-value to pa-debit(1)
           else
               add move-value to pa-credit(1)
           end-if.

           move counter-account to posting-account.
           perform find-account-slot.
           if acct-slot > zero
               add 1 to pa-count(acct-slot)
               if mvr-quantity > zero
                   add move-value to pa-credit(acct-slot)
               else
                   add move-value to pa-debit(acct-slot)
               end-if
           end-if.

       write-uncosted-movement.

           add 1 to movements-uncosted.

           move mvr-item-id to ud-item-id.
           move mvr-move-date to ud-move-date.
           move mvr-move-type to ud-move-type.
           move mvr-ref-number to ud-ref-number.
           move mvr-quantity to ud-quantity.
           move uncosted-detail to print-line.
           write print-line.

       find-account-slot.

           move zero to acct-slot.
           perform varying acct-idx from 1 by 1
                   until acct-idx > acct-count
                       or acct-slot > zero
               if pa-account(acct-idx) = posting-account
                   move acct-idx to acct-slot
               end-if
           end-perform.

           if acct-slot = zero and acct-count < 10
               add 1 to acct-count
               move acct-count to acct-slot
               move posting-account to pa-account(acct-slot)
               move zero to pa-count(acct-slot)
               move zero to pa-debit(acct-slot)
               move zero to pa-credit(acct-slot)
           end-if.

      *> the stock account posts whatever brings the ledger to the
      *> exact value rounded; every other account posts its night's
      *> debits and credits rounded as they stand.
       post-account-totals.

           compute exact-value-new = exact-value-fwd
               + pa-debit(1) - pa-credit(1).
           compute posted-value-new rounded = exact-value-new.
           compute stock-net-posting =
               posted-value-new - posted-value-fwd.

           compute stock-debit-posted rounded = pa-debit(1).
           compute stock-credit-posted =
               stock-debit-posted - stock-net-posting.
           if stock-credit-posted < zero
               compute stock-debit-posted =
                   stock-debit-posted - stock-credit-posted
               move zero to stock-credit-posted
           end-if.

           move 1 to acct-idx.
           move stock-debit-posted to posting-remaining.
           move "STD" to posting-source.
           perform post-account-piece
               until posting-remaining = zero.
           move stock-credit-posted to posting-remaining.
           move "STC" to posting-source.
           perform post-account-piece
               until posting-remaining = zero.

           perform varying acct-idx from 2 by 1
                   until acct-idx > acct-count
               compute posting-remaining rounded = pa-debit(acct-idx)
               move "STD" to posting-source
               perform post-account-piece
                   until posting-remaining = zero
               compute posting-remaining rounded =
                   pa-credit(acct-idx)
               move "STC" to posting-source
               perform post-account-piece
                   until posting-remaining = zero
           end-perform.

       post-account-piece.

           if posting-remaining > 99999
               move 99999 to posting-amount
           else
               move posting-remaining to posting-amount
           end-if.
           subtract posting-amount from posting-remaining.

           if pa-count(acct-idx) > 99
               move 99 to ld-addend-count
           else
               move pa-count(acct-idx) to ld-addend-count
           end-if.
           move posting-amount to ld-total.
           move run-timestamp to ld-timestamp.
           move pa-account(acct-idx) to ld-account.
           move posting-source to ld-source.
           move ledger-detail to ledger-line.
           write ledger-line.
           add 1 to ledger-lines-written.

       write-account-totals.

           if movements-uncosted > zero
               move spaces to print-line
               write print-line
           end-if.

           move column-heading to print-line.
           write print-line.

           perform varying acct-idx from 1 by 1
                   until acct-idx > acct-count
               move pa-account(acct-idx) to ad-account
               move pa-count(acct-idx) to ad-count
               move pa-debit(acct-idx) to ad-debit
               move pa-credit(acct-idx) to ad-credit
               move account-detail to print-line
               write print-line
           end-perform.

           move spaces to print-line.
           write print-line.

      *> the on-hand value of every item, extended the way the
      *> valuation report extends it.
       value-item-master.

           move zero to valuation-total.
           move low-values to im-item-id.
           start item-master-file key is >= im-item-id
               invalid key continue
           end-start.

           move "N" to end-of-file.
           perform until end-of-file = "Y"
               read item-master-file next record
                   at end move "Y" to end-of-file
                   not at end
                       compute on-hand-value =
                           im-on-hand * im-unit-cost
                       add on-hand-value to valuation-total
               end-read
           end-perform.

       check-stock-account.

           perform value-item-master.
           compute valuation-units rounded = valuation-total.

           move zero to ledger-stock-balance.
           open input ledger-file.
           if ledger-file-status = "00"
               move "N" to end-of-file
               perform until end-of-file = "Y"
                   read ledger-file
                       at end move "Y" to end-of-file
                       not at end perform add-stock-entry
                   end-read
               end-perform
               close ledger-file
           end-if.

           compute stock-difference =
               valuation-units - ledger-stock-balance.

           move spaces to check-detail.
           move "SOLDE STOCK AU GRAND LIVRE" to cd-label.
           move ledger-stock-balance to cd-amount.
           move check-detail to print-line.
           write print-line.

           move spaces to check-detail.
           move "VALORISATION DES STOCKS" to cd-label.
           move valuation-units to cd-amount.
           move check-detail to print-line.
           write print-line.

           move spaces to check-detail.
           move "DIFFERENCE" to cd-label.
           move stock-difference to cd-amount.
           if stock-difference not = zero
               move "ECART" to cd-flag
           end-if.
           move check-detail to print-line.
           write print-line.

       add-stock-entry.

           move ledger-line to parsed-ledger.
           if pl-account = stock-account
               compute entry-total = function numval(pl-total)
               if pl-is-stock-debit
                   add entry-total to ledger-stock-balance
               end-if
               if pl-is-stock-credit
                   subtract entry-total from ledger-stock-balance
               end-if
           end-if.
