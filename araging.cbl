      *> receivables aging: every invoice still open on the
      *> receivables file, aged in days off its invoice date as of
      *> the business date, the amount still owed put in its bucket
      *> -- up to 30 days, 31 to 60, 61 to 90, over 90 -- and one
      *> line per customer with the buckets and the total due, then
      *> the totals for all customers. anything over 90 days posts
      *> return-code 4 so the checklist chases it. printed to
      *> RECEIVABLES-AGING.DAT.
       identification division.
       program-id. araging.

       environment division.
       input-output section.
       file-control.
           select receivables-file assign to "RECEIVABLES.DAT"
               organization indexed
               access mode is dynamic
               record key is ci-invoice-number
               file status is receivables-status.

           select customer-master-file assign to "CUSTOMER-MASTER.DAT"
               organization indexed
               access mode is dynamic
               record key is cu-customer-code
               file status is customer-master-status.

           select print-file assign to "RECEIVABLES-AGING.DAT"
               organization line sequential.

           select run-date-file assign to "RUN-DATE.DAT"
               organization line sequential
               file status is run-date-status.

           select sort-file assign to "ARAGING.TMP".

       data division.
       file section.
       fd  receivables-file.
           copy custinv.

       fd  customer-master-file.
           copy custmast.

       fd  print-file.
       01  print-line pic x(92).

       fd  run-date-file.
       01  run-date-record.
           05 rdc-business-date pic x(08).

       sd  sort-file.
       01  sort-record.
           05 sk-customer     pic x(05).
           05 sk-bucket       pic 9(01).
           05 sk-open         pic 9(07)v99.

       working-storage section.

           copy runlogfields.

           77 receivables-status     pic xx.
           77 customer-master-status pic xx.
           77 run-date-status        pic xx.
           77 business-date          pic x(08).

           77 customer-master-available pic x value "N".
               88 customer-master-is-available value "Y".

           77 end-of-receivables pic x value "N".
               88 no-more-receivables value "Y".
           77 sort-eof pic x.

           77 today-int   pic 9(08).
           77 invoice-int pic 9(08).
           77 invoice-age pic s9(05).

           77 invoices-read  pic 9(06) value zero.
           77 invoices-aged  pic 9(06) value zero.
           77 customers-listed pic 9(05) value zero.

           77 current-customer pic x(05).
           77 bucket-idx       pic 9(01).

      *> bucket 1 up to 30 days, 2 31-60, 3 61-90, 4 over 90; the
      *> fifth cell is the total due.
           01 customer-buckets.
               05 cb-amount occurs 5 times pic 9(09)v99.
           01 report-buckets.
               05 rb-amount occurs 5 times pic 9(10)v99.

           01 report-heading.
               05 filler            pic x(28)  value
                   " BALANCE AGEE CLIENTS AU ".
               05 rh-date           pic x(08).

           01 column-heading.
               05 filler            pic x(27)  value " CLIENT NOM".
               05 filler            pic x(13)  value "   0-30 JOURS".
               05 filler            pic x(13)  value "  31-60 JOURS".
               05 filler            pic x(13)  value "  61-90 JOURS".
               05 filler            pic x(13)  value "    +90 JOURS".
               05 filler            pic x(13)  value "        TOTAL".

           01 customer-detail.
               05 filler            pic x      value space.
               05 cd-customer       pic x(05).
               05 filler            pic x      value space.
               05 cd-name           pic x(20).
               05 cd-bucket occurs 5 times.
                   10 filler        pic x      value space.
                   10 cd-amount     pic zzzzzzzz9.99.

           01 total-detail.
               05 filler            pic x(27)  value
                   " TOTAL CLIENTS".
               05 td-bucket occurs 5 times.
                   10 filler        pic x      value space.
                   10 td-amount     pic zzzzzzzz9.99.

       procedure division.

           perform write-runlog-start.

           perform read-business-date.

           compute today-int = function integer-of-date(
               function numval(business-date)).

           open input receivables-file.
           if receivables-status not = "00"
               display "no RECEIVABLES.DAT -- nothing billed"
               perform write-runlog-end
               goback
           end-if.

           open input customer-master-file.
           if customer-master-status = "00"
               move "Y" to customer-master-available
           end-if.

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

           perform varying bucket-idx from 1 by 1
                   until bucket-idx > 5
               move zero to rb-amount(bucket-idx)
           end-perform.

           sort sort-file
               on ascending key sk-customer
               input procedure is release-open-invoices
               output procedure is print-customers.

           if customers-listed = zero
               move "  AUCUNE FACTURE OUVERTE" to print-line
               write print-line
           else
               move spaces to print-line
               write print-line
               perform varying bucket-idx from 1 by 1
                       until bucket-idx > 5
                   move rb-amount(bucket-idx) to td-amount(bucket-idx)
               end-perform
               move total-detail to print-line
               write print-line
           end-if.

           close print-file.
           close receivables-file.
           if customer-master-is-available
               close customer-master-file
           end-if.

           display "invoices read:        " invoices-read.
           display "open invoices aged:   " invoices-aged.
           display "customers listed:     " customers-listed.

           move zero to return-code.
           if rb-amount(4) > zero
      *> non-zero so the morning checklist chases the old debts.
               move 4 to return-code
           end-if.

           perform write-runlog-end.
       goback.

       write-runlog-start.

           move "araging" to rl-program-name.
           move "START" to rl-event.
           move zero to rl-records-read.
           move zero to rl-records-written.
           move zero to rl-return-code.
           call "runlog" using rl-program-name rl-event
               rl-records-read rl-records-written rl-return-code.

       write-runlog-end.

           move "araging" to rl-program-name.
           move "END" to rl-event.
           move invoices-read to rl-records-read.
           move customers-listed to rl-records-written.
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

       release-open-invoices.

           perform until no-more-receivables
               read receivables-file next record
                   at end move "Y" to end-of-receivables
                   not at end
                       add 1 to invoices-read
                       if ci-is-open
                           perform release-one-invoice
                       end-if
               end-read
           end-perform.

      *> an invoice dated after the business date -- a run ahead of
      *> the calendar -- ages as current.
       release-one-invoice.

           add 1 to invoices-aged.

           move zero to invoice-age.
           if ci-invoice-date is numeric
               compute invoice-int = function integer-of-date(
                   function numval(ci-invoice-date))
               compute invoice-age = today-int - invoice-int
           end-if.

           evaluate true
               when invoice-age > 90 move 4 to sk-bucket
               when invoice-age > 60 move 3 to sk-bucket
               when invoice-age > 30 move 2 to sk-bucket
               when other            move 1 to sk-bucket
           end-evaluate.

           move ci-customer to sk-customer.
           compute sk-open = ci-amount - ci-paid.
           release sort-record.

       print-customers.

           move high-values to current-customer.
           move "N" to sort-eof.
           perform return-one-invoice
               until sort-eof = "Y".

           if current-customer not = high-values
               perform print-customer-line
           end-if.

       return-one-invoice.

           return sort-file
               at end move "Y" to sort-eof
               not at end
                   if sk-customer not = current-customer
                       if current-customer not = high-values
                           perform print-customer-line
                       end-if
                       move sk-customer to current-customer
                       perform varying bucket-idx from 1 by 1
                               until bucket-idx > 5
                           move zero to cb-amount(bucket-idx)
                       end-perform
                   end-if
                   add sk-open to cb-amount(sk-bucket)
                   add sk-open to cb-amount(5)
           end-return.

       print-customer-line.

           move current-customer to cd-customer.
           move spaces to cd-name.
           if customer-master-is-available
               move current-customer to cu-customer-code
               read customer-master-file
                   invalid key move "CLIENT INCONNU" to cd-name
                   not invalid key move cu-name to cd-name
               end-read
           end-if.

           perform varying bucket-idx from 1 by 1
                   until bucket-idx > 5
               move cb-amount(bucket-idx) to cd-amount(bucket-idx)
               add cb-amount(bucket-idx) to rb-amount(bucket-idx)
           end-perform.

           move customer-detail to print-line.
           write print-line.
           add 1 to customers-listed.
