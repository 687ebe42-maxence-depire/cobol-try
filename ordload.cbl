      *> inbound interface for customer order spreadsheets: the
      *> larger customers' orders, saved from the e-mail as a
      *> comma-separated file, are read line by line instead of being
      *> keyed into TRANSACTIONS.DAT by the warehouse clerk. each line
      *> is customer, order reference, item, quantity and -- where
      *> the customer picks the building -- location. the customer
      *> must be on the customer master, the item on the item master
      *> and active, and the quantity a whole number above zero.
      *>
      *> clean lines become code-2 shipping transactions under the
      *> customer's order reference, for the dispatcher to allocate
      *> like any keyed order. refused lines land on the reject
      *> report with their line numbers and a reason code, and every
      *> customer gets an acknowledgement listing what was accepted
      *> and what was refused and why, so nobody waits on a line that
      *> never made it in.
      *>
      *> reason codes:
      *>   R01 customer code missing    R02 customer not on file
      *>   R03 order reference missing  R04 order reference too long
      *>   R05 item code missing        R06 item not on file
      *>   R07 item not active          R08 quantity not numeric
      *>   R09 quantity not positive    R10 quantity too large
      *>   R11 location too long
       identification division.
       program-id. ordload.

       environment division.
       input-output section.
       file-control.
           select csv-file assign to "CUSTOMER-ORDERS.CSV"
               organization line sequential
               file status is csv-file-status.

           select customer-master-file assign to "CUSTOMER-MASTER.DAT"
               organization indexed
               access mode is dynamic
               record key is cu-customer-code
               file status is customer-master-status.

           select item-master-file assign to "ITEM-MASTER.DAT"
               organization indexed
               access mode is dynamic
               record key is im-item-id
               file status is item-master-status.

           select transactions-file assign to "TRANSACTIONS.DAT"
               organization line sequential
               file status is transactions-status.

           select reject-file assign to "ORDER-REJECTS.DAT"
               organization line sequential.

           select ack-file assign to "ORDER-ACK.DAT"
               organization line sequential.

           select run-date-file assign to "RUN-DATE.DAT"
               organization line sequential
               file status is run-date-status.

           select sort-file assign to "ORDLOAD.TMP".

       data division.
       file section.
       fd  csv-file.
       01  csv-line pic x(120).

       fd  customer-master-file.
           copy custmast.

       fd  item-master-file.
           copy itemmast.

       fd  transactions-file.
       01  transactions-record.
           05 tr-choice     pic 9.
           05 tr-ref-number pic x(08).
           05 tr-item-id    pic x(05).
           05 tr-quantity   pic 9(05).
           05 tr-date       pic x(08).
           05 tr-location   pic x(03).
           05 tr-customer   pic x(05).
           05 tr-disposition pic x(01).
           05 tr-reason-code pic x(05).

       fd  reject-file.
       01  reject-line pic x(100).

       fd  ack-file.
       01  ack-line pic x(80).

       fd  run-date-file.
       01  run-date-record.
           05 rdc-business-date pic x(08).

      *> every line, accepted or refused, sorted by customer for the
      *> acknowledgements.
       sd  sort-file.
       01  sort-record.
           05 sk-customer     pic x(05).
           05 sk-line-number  pic 9(06).
           05 sk-order-ref    pic x(08).
           05 sk-item-id      pic x(05).
           05 sk-quantity     pic 9(05).
           05 sk-outcome      pic x(01).
               88 sk-is-accepted value "A".
           05 sk-reason-code  pic x(03).
           05 sk-reason       pic x(30).

       working-storage section.

           copy runlogfields.

           77 csv-file-status        pic xx.
           77 customer-master-status pic xx.
           77 item-master-status     pic xx.
           77 transactions-status    pic xx.
           77 run-date-status        pic xx.
           77 business-date          pic x(08).

           77 end-of-csv pic x value "N".
               88 no-more-csv value "Y".
           77 sort-eof pic x.

           77 line-number pic 9(06) value zero.

      *> one field per comma, the layout the customers were sent:
      *> customer, order reference, item, quantity, location (the
      *> location may be left off; blank ships from PRI).
           77 csv-customer   pic x(10).
           77 csv-order-ref  pic x(10).
           77 csv-item-id    pic x(10).
           77 csv-quantity   pic x(10).
           77 csv-location   pic x(10).

           77 numeric-text-ok pic x.
           77 text-idx        pic 9(02).
           77 digit-count     pic 9(02).
           77 check-char      pic x.

           77 work-quantity pic 9(10).

           77 reason-code pic x(03).
           77 reject-reason pic x(30).

           77 rows-read     pic 9(06) value zero.
           77 rows-loaded   pic 9(06) value zero.
           77 rows-rejected pic 9(06) value zero.

           77 current-customer pic x(05).
           77 customer-accepted pic 9(05).
           77 customer-refused  pic 9(05).
           77 customers-acknowledged pic 9(05) value zero.

           01 reject-detail.
               05 filler            pic x      value space.
               05 rj-line-number    pic zzzzz9.
               05 filler            pic x(02)  value space.
               05 rj-reason-code    pic x(03).
               05 filler            pic x      value space.
               05 rj-reason         pic x(30).
               05 filler            pic x(02)  value space.
               05 rj-line-image     pic x(55).

           01 ack-heading.
               05 filler            pic x(30)  value
                   " ACCUSE DE RECEPTION COMMANDES".
               05 filler            pic x(04)  value " DU ".
               05 ah-date           pic x(08).

           01 ack-customer.
               05 filler            pic x(08)  value " CLIENT ".
               05 ac-customer       pic x(05).
               05 filler            pic x(02)  value space.
               05 ac-name           pic x(20).

           01 ack-column-heading.
               05 filler            pic x(44)  value
                   "  LIGNE  COMMANDE  ARTICLE    QTE   RESULTAT".

           01 ack-detail.
               05 filler            pic x(01)  value space.
               05 ad-line-number    pic zzzzz9.
               05 filler            pic x(02)  value space.
               05 ad-order-ref      pic x(08).
               05 filler            pic x(02)  value space.
               05 ad-item-id        pic x(05).
               05 filler            pic x(04)  value space.
               05 ad-quantity       pic zzzz9.
               05 filler            pic x(03)  value space.
               05 ad-outcome        pic x(08).
               05 filler            pic x(01)  value space.
               05 ad-reason-code    pic x(03).
               05 filler            pic x(01)  value space.
               05 ad-reason         pic x(30).

           01 ack-total.
               05 filler            pic x(09)  value space.
               05 filler            pic x(09)  value "ACCEPTEES".
               05 at-accepted       pic zzzz9.
               05 filler            pic x(10)  value "  REFUSEES".
               05 at-refused        pic zzzz9.

       procedure division.

           perform write-runlog-start.

           perform read-business-date.

           open input csv-file.
           if csv-file-status not = "00"
               display "error: cannot open CUSTOMER-ORDERS.CSV"
      *> non-zero so a calling job step can detect the missing file.
               move 8 to return-code
               perform write-runlog-end
               goback
           end-if.

           open input customer-master-file.
           if customer-master-status not = "00"
               display "error: cannot open CUSTOMER-MASTER.DAT"
               close csv-file
               move 8 to return-code
               perform write-runlog-end
               goback
           end-if.

           open input item-master-file.
           if item-master-status not = "00"
               display "error: cannot open ITEM-MASTER.DAT"
               close customer-master-file
               close csv-file
               move 8 to return-code
               perform write-runlog-end
               goback
           end-if.

           open extend transactions-file.
           if transactions-status = "35"
               open output transactions-file
           end-if.

           open output reject-file.
           open output ack-file.

           move business-date to ah-date.
           move ack-heading to ack-line.
           write ack-line.
           move spaces to ack-line.
           write ack-line.

           sort sort-file
               on ascending key sk-customer
                                sk-line-number
               input procedure is parse-order-rows
               output procedure is write-acknowledgements.

           close ack-file.
           close reject-file.
           close transactions-file.
           close item-master-file.
           close customer-master-file.
           close csv-file.

           display "lines read:            " rows-read.
           display "lines loaded:          " rows-loaded.
           display "lines rejected:        " rows-rejected.
           display "customers acknowledged:" customers-acknowledged.

           if rows-rejected > zero
      *> non-zero so a calling job step can see lines on the reject
      *> report; the loaded transactions are still good to run.
               move 4 to return-code
           end-if.

           perform write-runlog-end.
       goback.

       write-runlog-start.

           move "ordload" to rl-program-name.
           move "START" to rl-event.
           move zero to rl-records-read.
           move zero to rl-records-written.
           move zero to rl-return-code.
           call "runlog" using rl-program-name rl-event
               rl-records-read rl-records-written rl-return-code.

       write-runlog-end.

           move "ordload" to rl-program-name.
           move "END" to rl-event.
           move rows-read to rl-records-read.
           move rows-loaded to rl-records-written.
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

       parse-order-rows.

           perform until no-more-csv
               read csv-file
                   at end move "Y" to end-of-csv
                   not at end perform parse-one-row
               end-read
           end-perform.

       parse-one-row.

           add 1 to line-number.
           add 1 to rows-read.
           move spaces to reason-code.
           move spaces to reject-reason.
           move zero to work-quantity.

           move spaces to csv-customer.
           move spaces to csv-order-ref.
           move spaces to csv-item-id.
           move spaces to csv-quantity.
           move spaces to csv-location.

           unstring csv-line delimited by ","
               into csv-customer
                    csv-order-ref
                    csv-item-id
                    csv-quantity
                    csv-location
           end-unstring.

           perform validate-one-row.

           move csv-customer(1:5) to sk-customer.
           move line-number to sk-line-number.
           move csv-order-ref(1:8) to sk-order-ref.
           move csv-item-id(1:5) to sk-item-id.
           if work-quantity > 99999
               move zero to sk-quantity
           else
               move work-quantity to sk-quantity
           end-if.
           move reason-code to sk-reason-code.
           move reject-reason to sk-reason.

           if reason-code = spaces
               add 1 to rows-loaded
               move "A" to sk-outcome
               perform write-order-transaction
           else
               add 1 to rows-rejected
               move "R" to sk-outcome
               move line-number to rj-line-number
               move reason-code to rj-reason-code
               move reject-reason to rj-reason
               move csv-line to rj-line-image
               move reject-detail to reject-line
               write reject-line
           end-if.

           release sort-record.

       validate-one-row.

           evaluate true
               when csv-customer = spaces
                   move "R01" to reason-code
                   move "customer code missing" to reject-reason
               when csv-order-ref = spaces
                   move "R03" to reason-code
                   move "order reference missing" to reject-reason
               when csv-order-ref(9:) not = spaces
                   move "R04" to reason-code
                   move "order reference too long" to reject-reason
               when csv-item-id = spaces
                   move "R05" to reason-code
                   move "item code missing" to reject-reason
               when csv-location(4:) not = spaces
                   move "R11" to reason-code
                   move "location too long" to reject-reason
               when other
                   perform validate-against-masters
           end-evaluate.

           if reason-code = spaces
               perform validate-quantity
           end-if.

       validate-against-masters.

           if csv-customer(6:) not = spaces
               move "R02" to reason-code
               move "customer not on file" to reject-reason
           else
               move csv-customer(1:5) to cu-customer-code
               read customer-master-file
                   invalid key
                       move "R02" to reason-code
                       move "customer not on file" to reject-reason
               end-read
           end-if.

           if reason-code = spaces
               if csv-item-id(6:) not = spaces
                   move "R06" to reason-code
                   move "item not on file" to reject-reason
               else
                   move csv-item-id(1:5) to im-item-id
                   read item-master-file
                       invalid key
                           move "R06" to reason-code
                           move "item not on file" to reject-reason
                       not invalid key
                           if not im-is-active
                               move "R07" to reason-code
                               move "item not active"
                                   to reject-reason
                           end-if
                   end-read
               end-if
           end-if.

      *> a whole number of units: digits only, at least one of them.
       validate-quantity.

           move "Y" to numeric-text-ok.
           move zero to digit-count.

           perform varying text-idx from 1 by 1 until text-idx > 10
               move csv-quantity(text-idx:1) to check-char
               evaluate true
                   when check-char = space
                       continue
                   when check-char >= "0" and check-char <= "9"
                       add 1 to digit-count
                   when other
                       move "N" to numeric-text-ok
               end-evaluate
           end-perform.

           if digit-count = zero
               move "N" to numeric-text-ok
           end-if.

           if numeric-text-ok = "N"
               move "R08" to reason-code
               move "quantity not numeric" to reject-reason
           else
               compute work-quantity = function numval(csv-quantity)
               evaluate true
                   when work-quantity = zero
                       move "R09" to reason-code
                       move "quantity not positive" to reject-reason
                   when work-quantity > 99999
                       move "R10" to reason-code
                       move "quantity too large" to reject-reason
                   when other
                       continue
               end-evaluate
           end-if.

       write-order-transaction.

           move 2 to tr-choice.
           move csv-order-ref(1:8) to tr-ref-number.
           move csv-item-id(1:5) to tr-item-id.
           move work-quantity to tr-quantity.
           move business-date to tr-date.
           move csv-location(1:3) to tr-location.
           move csv-customer(1:5) to tr-customer.
           move space to tr-disposition.
           move spaces to tr-reason-code.
           write transactions-record.

      *> one block per customer, every line in the order it came in;
      *> lines with no customer code, or one not on file, are listed
      *> under that code for the clerk to chase.
       write-acknowledgements.

           move high-values to current-customer.
           move "N" to sort-eof.
           perform return-one-line
               until sort-eof = "Y".

           if current-customer not = high-values
               perform write-customer-ack-total
           end-if.

       return-one-line.

           return sort-file
               at end move "Y" to sort-eof
               not at end
                   if sk-customer not = current-customer
                       if current-customer not = high-values
                           perform write-customer-ack-total
                       end-if
                       move sk-customer to current-customer
                       perform write-customer-ack-heading
                   end-if
                   perform write-ack-detail
           end-return.

       write-customer-ack-heading.

           add 1 to customers-acknowledged.
           move zero to customer-accepted.
           move zero to customer-refused.

           move sk-customer to ac-customer.
           move "CLIENT INCONNU" to ac-name.
           if sk-customer not = spaces
               move sk-customer to cu-customer-code
               read customer-master-file
                   invalid key continue
                   not invalid key move cu-name to ac-name
               end-read
           end-if.

           move ack-customer to ack-line.
           write ack-line.
           move ack-column-heading to ack-line.
           write ack-line.

       write-ack-detail.

           move sk-line-number to ad-line-number.
           move sk-order-ref to ad-order-ref.
           move sk-item-id to ad-item-id.
           move sk-quantity to ad-quantity.
           if sk-is-accepted
               add 1 to customer-accepted
               move "ACCEPTEE" to ad-outcome
           else
               add 1 to customer-refused
               move "REFUSEE" to ad-outcome
           end-if.
           move sk-reason-code to ad-reason-code.
           move sk-reason to ad-reason.
           move ack-detail to ack-line.
           write ack-line.

       write-customer-ack-total.

           move customer-accepted to at-accepted.
           move customer-refused to at-refused.
           move ack-total to ack-line.
           write ack-line.
           move spaces to ack-line.
           write ack-line.
