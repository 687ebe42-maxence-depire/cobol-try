      *> monthly supplier performance: every receipt on the receiving
      *> register dated in the month of the business date is matched
      *> to its purchase order on the PO register, and the receipt
      *> date set against the date the supplier promised -- the order
      *> date plus the supplier's lead time, stamped on the register
      *> when the order was cut. one line per supplier with the
      *> receipts, how many came on or before the promised date, the
      *> on-time percentage and the average days late of the late
      *> ones, then the month's totals. receipts against orders cut
      *> before suppliers were carried -- no supplier or no promised
      *> date on the register -- are counted apart, not guessed at.
      *> the report is printed to SUPPLIER-PERFORMANCE.DAT, headings
      *> per LANG-FLAG.DAT.
       identification division.
       program-id. suppperf.

       environment division.
       input-output section.
       file-control.
           select register-file assign to "RECEIVING-REGISTER.DAT"
               organization line sequential
               file status is register-file-status.

           select po-register-file assign to "PO-REGISTER.DAT"
               organization line sequential
               file status is po-register-status.

           select supplier-master-file assign to "SUPPLIER-MASTER.DAT"
               organization indexed
               access mode is dynamic
               record key is su-supplier-code
               file status is supplier-master-status.

           select print-file assign to "SUPPLIER-PERFORMANCE.DAT"
               organization line sequential.

           select lang-file assign to "LANG-FLAG.DAT"
               organization line sequential
               file status is lang-file-status.

           select run-date-file assign to "RUN-DATE.DAT"
               organization line sequential
               file status is run-date-status.

           select sort-file assign to "SUPPPERF.TMP".

       data division.
       file section.
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
           05 filler            pic x(10).
           05 rr-expected       pic x(05).
           05 filler            pic x(02).
           05 rr-date           pic x(08).
           05 filler            pic x(06).

       fd  po-register-file.
       01  po-register-record.
           05 pr-po-number  pic x(08).
           05 pr-item-id    pic x(05).
           05 pr-quantity   pic 9(05).
           05 pr-status     pic x(01).
           05 pr-order-date pic x(08).
           05 pr-supplier-code pic x(05).
           05 pr-promised-date pic x(08).

       fd  supplier-master-file.
           copy suppmast.

       fd  print-file.
       01  print-line pic x(80).

       fd  lang-file.
       01  lang-record pic x(01).

       fd  run-date-file.
       01  run-date-record.
           05 rdc-business-date pic x(08).

       sd  sort-file.
       01  sort-record.
           05 sk-supplier-code  pic x(05).
           05 sk-receipt-date   pic x(08).
           05 sk-days-late      pic 9(04).

       working-storage section.

           copy runlogfields.

           copy langflag.
           77 lang-file-status pic xx.

           77 run-date-status pic xx.
           77 business-date   pic x(08).
           77 report-month    pic x(06).

           77 register-file-status   pic xx.
           77 po-register-status     pic xx.
           77 supplier-master-status pic xx.

           77 supplier-master-available pic x value "N".
               88 supplier-master-is-available value "Y".

           77 end-of-register pic x value "N".
               88 no-more-register value "Y".
           77 end-of-po-register pic x value "N".
               88 no-more-po-register value "Y".
           77 sort-eof pic x.

      *> the PO register loaded whole, the receiving leg's own 500
      *> ceiling; a register past it is reported, and receipts
      *> against the orders left out count as unmatched.
           77 po-count pic 9(03) value zero.
           77 po-idx   pic 9(03).
           77 po-slot  pic 9(03).
           77 po-overflow pic x value "N".

           01 po-table.
               05 po-entry occurs 500 times.
                   10 pt-po-number     pic x(08).
                   10 pt-item-id       pic x(05).
                   10 pt-supplier-code pic x(05).
                   10 pt-promised-date pic x(08).

           77 receipt-int  pic 9(08).
           77 promised-int pic 9(08).

           77 lines-read       pic 9(06) value zero.
           77 receipts-matched pic 9(05) value zero.
           77 receipts-undated pic 9(05) value zero.

           77 current-supplier pic x(05).
           77 sup-receipts   pic 9(05).
           77 sup-on-time    pic 9(05).
           77 sup-late       pic 9(05).
           77 sup-days-late  pic 9(07).
           77 suppliers-listed pic 9(04) value zero.

           77 all-receipts   pic 9(06) value zero.
           77 all-on-time    pic 9(06) value zero.
           77 all-late       pic 9(06) value zero.
           77 all-days-late  pic 9(08) value zero.

           77 work-pct       pic 9(03).
           77 work-avg-late  pic 9(04)v9.

           01 report-heading.
               05 filler            pic x(02) value space.
               05 rh-title          pic x(40).
               05 filler            pic x(02) value space.
               05 rh-month          pic x(06).
               05 filler            pic x(02) value space.
               05 rh-date           pic x(08).

           01 column-heading.
               05 filler            pic x(02) value space.
               05 ch-supplier       pic x(34).
               05 ch-receipts       pic x(08).
               05 ch-on-time        pic x(08).
               05 ch-pct            pic x(06).
               05 ch-avg-late       pic x(10).

           01 supplier-detail.
               05 filler            pic x(02) value space.
               05 sd-supplier-code  pic x(05).
               05 filler            pic x(02) value space.
               05 sd-supplier-name  pic x(30).
               05 sd-receipts       pic zzzz9.
               05 filler            pic x(03) value space.
               05 sd-on-time        pic zzzz9.
               05 filler            pic x(02) value space.
               05 sd-pct            pic zz9.
               05 filler            pic x(01) value "%".
               05 filler            pic x(04) value space.
               05 sd-avg-late       pic zzz9.9.

           01 total-detail.
               05 filler            pic x(02) value space.
               05 td-label          pic x(37).
               05 td-receipts       pic zzzz9.
               05 filler            pic x(03) value space.
               05 td-on-time        pic zzzz9.
               05 filler            pic x(02) value space.
               05 td-pct            pic zz9.
               05 filler            pic x(01) value "%".
               05 filler            pic x(04) value space.
               05 td-avg-late       pic zzz9.9.

           01 count-detail.
               05 filler            pic x(02) value space.
               05 cd-label          pic x(37).
               05 cd-count          pic zzzz9.

       procedure division.

           perform write-runlog-start.

           perform read-business-date.
           move business-date(1:6) to report-month.

           perform read-lang-flag.

           open input register-file.
           if register-file-status not = "00"
               display "error: cannot open RECEIVING-REGISTER.DAT"
      *> non-zero so a calling job step can detect the missing file.
               move 8 to return-code
               perform write-runlog-end
               goback
           end-if.
           close register-file.

           perform load-po-register.

           open input supplier-master-file.
           if supplier-master-status = "00"
               move "Y" to supplier-master-available
           end-if.

           open output print-file.
           perform write-report-heading.

           sort sort-file
               on ascending key sk-supplier-code
                                sk-receipt-date
               input procedure is release-month-receipts
               output procedure is print-suppliers.

           perform write-report-totals.

           close print-file.

           if supplier-master-is-available
               close supplier-master-file
           end-if.

           display "register lines read:   " lines-read.
           display "receipts matched:      " receipts-matched.
           display "receipts undated:      " receipts-undated.
           display "suppliers listed:      " suppliers-listed.

           if po-overflow = "Y"
               display "PO register exceeds 500 entries, later"
                   " orders left unmatched"
      *> non-zero so purchasing knows the figures are short.
               move 4 to return-code
           end-if.

           perform write-runlog-end.
       goback.

       write-runlog-start.

           move "suppperf" to rl-program-name.
           move "START" to rl-event.
           move zero to rl-records-read.
           move zero to rl-records-written.
           move zero to rl-return-code.
           call "runlog" using rl-program-name rl-event
               rl-records-read rl-records-written rl-return-code.

       write-runlog-end.

           move "suppperf" to rl-program-name.
           move "END" to rl-event.
           move lines-read to rl-records-read.
           move suppliers-listed to rl-records-written.
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

       read-lang-flag.

           open input lang-file.
           if lang-file-status = "00"
               read lang-file
                   not at end move lang-record to lang-flag
               end-read
               close lang-file
           end-if.

       load-po-register.

           open input po-register-file.
           if po-register-status = "00"
               perform until no-more-po-register
                   read po-register-file
                       at end move "Y" to end-of-po-register
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
                               move pr-promised-date
                                   to pt-promised-date(po-count)
                           end-if
                   end-read
               end-perform
               close po-register-file
           end-if.

       write-report-heading.

           move all "-" to print-line.
           write print-line.

           if lang-is-french
               move "PERFORMANCE DES FOURNISSEURS DU MOIS" to rh-title
               move "FOURNISSEUR" to ch-supplier
               move "   RECUS" to ch-receipts
               move " A TEMPS" to ch-on-time
               move "  TAUX" to ch-pct
               move "    RETARD" to ch-avg-late
           else
               move "SUPPLIER PERFORMANCE FOR THE MONTH" to rh-title
               move "SUPPLIER" to ch-supplier
               move "RECEIPTS" to ch-receipts
               move " ON TIME" to ch-on-time
               move "   PCT" to ch-pct
               move "  AVG LATE" to ch-avg-late
           end-if.
           move report-month to rh-month.
           move business-date to rh-date.
           move report-heading to print-line.
           write print-line.

           move spaces to print-line.
           write print-line.
           move column-heading to print-line.
           write print-line.
           move spaces to print-line.
           write print-line.

      *> a receipt of the month joins the sort only when its order
      *> carries a supplier and a promised date to measure it by.
       release-month-receipts.

           open input register-file.

           perform until no-more-register
               read register-file
                   at end move "Y" to end-of-register
                   not at end perform release-one-receipt
               end-read
           end-perform.

           close register-file.

       release-one-receipt.

           add 1 to lines-read.

           if rr-date(1:6) = report-month
                   and rr-date is numeric
               perform find-receipt-order
               if po-slot = zero
                   add 1 to receipts-undated
               else
                   if pt-supplier-code(po-slot) = spaces
                           or pt-promised-date(po-slot) not numeric
                       add 1 to receipts-undated
                   else
                       perform release-measured-receipt
                   end-if
               end-if
           end-if.

       find-receipt-order.

           move zero to po-slot.
           perform varying po-idx from 1 by 1
                   until po-idx > po-count or po-slot > zero
               if pt-po-number(po-idx) = rr-po-number
                       and pt-item-id(po-idx) = rr-item-id
                   move po-idx to po-slot
               end-if
           end-perform.

       release-measured-receipt.

           add 1 to receipts-matched.

           compute receipt-int = function integer-of-date(
               function numval(rr-date)).
           compute promised-int = function integer-of-date(
               function numval(pt-promised-date(po-slot))).

           move pt-supplier-code(po-slot) to sk-supplier-code.
           move rr-date to sk-receipt-date.
           if receipt-int > promised-int
               compute sk-days-late = receipt-int - promised-int
           else
               move zero to sk-days-late
           end-if.
           release sort-record.

       print-suppliers.

           move high-values to current-supplier.
           move "N" to sort-eof.
           perform return-one-receipt
               until sort-eof = "Y".

           if current-supplier not = high-values
               perform print-supplier-line
           end-if.

       return-one-receipt.

           return sort-file
               at end move "Y" to sort-eof
               not at end
                   if sk-supplier-code not = current-supplier
                       if current-supplier not = high-values
                           perform print-supplier-line
                       end-if
                       perform start-new-supplier
                   end-if
                   perform tally-one-receipt
           end-return.

       start-new-supplier.

           move sk-supplier-code to current-supplier.
           move zero to sup-receipts.
           move zero to sup-on-time.
           move zero to sup-late.
           move zero to sup-days-late.

       tally-one-receipt.

           add 1 to sup-receipts.
           if sk-days-late = zero
               add 1 to sup-on-time
           else
               add 1 to sup-late
               add sk-days-late to sup-days-late
           end-if.

      *> the percentage is of the supplier's receipts; the average
      *> days late is over the late receipts only, so one slow
      *> delivery is not hidden by a month of punctual ones.
       print-supplier-line.

           add 1 to suppliers-listed.

           move current-supplier to sd-supplier-code.
           move spaces to sd-supplier-name.
           if supplier-master-is-available
               move current-supplier to su-supplier-code
               read supplier-master-file
                   invalid key continue
                   not invalid key move su-name to sd-supplier-name
               end-read
           end-if.

           move sup-receipts to sd-receipts.
           move sup-on-time to sd-on-time.
           compute work-pct rounded = sup-on-time * 100 / sup-receipts.
           move work-pct to sd-pct.
           if sup-late > zero
               compute work-avg-late rounded = sup-days-late / sup-late
           else
               move zero to work-avg-late
           end-if.
           move work-avg-late to sd-avg-late.

           move supplier-detail to print-line.
           write print-line.

           add sup-receipts to all-receipts.
           add sup-on-time to all-on-time.
           add sup-late to all-late.
           add sup-days-late to all-days-late.

       write-report-totals.

           move spaces to print-line.
           write print-line.

           if suppliers-listed = zero
               if lang-is-french
                   move "  AUCUNE RECEPTION MESUREE CE MOIS"
                       to print-line
               else
                   move "  NO RECEIPTS MEASURED THIS MONTH"
                       to print-line
               end-if
               write print-line
           else
               if lang-is-french
                   move "TOTAL DU MOIS" to td-label
               else
                   move "MONTH TOTAL" to td-label
               end-if
               move all-receipts to td-receipts
               move all-on-time to td-on-time
               compute work-pct rounded =
                   all-on-time * 100 / all-receipts
               move work-pct to td-pct
               if all-late > zero
                   compute work-avg-late rounded =
                       all-days-late / all-late
               else
                   move zero to work-avg-late
               end-if
               move work-avg-late to td-avg-late
               move total-detail to print-line
               write print-line
           end-if.

           if receipts-undated > zero
               if lang-is-french
                   move "RECEPTIONS SANS DATE PROMISE" to cd-label
               else
                   move "RECEIPTS WITH NO PROMISED DATE" to cd-label
               end-if
               move receipts-undated to cd-count
               move count-detail to print-line
               write print-line
           end-if.
