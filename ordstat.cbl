      *> reusable order-status writer: shipping calls it for every
      *> order transaction it allocates and receiving for every
      *> backorder it fills, and the units land on the order line
      *> they belong to. the order's standing on ORDER-STATUS.DAT is
      *> then recomputed from all of its lines, so "is order
      *> OR000123 complete" has one answer in one place -- open while
      *> nothing has shipped, partially shipped, complete once every
      *> unit on every line is out.
       identification division.
       program-id. ordstat.

       environment division.
       input-output section.
       file-control.
           select order-line-file assign to "ORDER-LINES.DAT"
               organization indexed
               access mode is dynamic
               record key is ol-line-key
               file status is order-line-status.

           select order-status-file assign to "ORDER-STATUS.DAT"
               organization indexed
               access mode is dynamic
               record key is os-order-number
               file status is order-status-status.

       data division.
       file section.
       fd  order-line-file.
           copy orderline.

       fd  order-status-file.
           copy ordstatus.

       working-storage section.

           77 order-line-status   pic xx.
           77 order-status-status pic xx.

           77 line-found pic x.
           77 end-of-lines pic x.

           77 total-ordered     pic 9(07).
           77 total-shipped     pic 9(07).
           77 total-backordered pic 9(07).

       linkage section.
           copy ordfields.

       procedure division using of-event of-order-number
               of-item-id of-shipped of-backordered of-date.

           open i-o order-line-file.
           if order-line-status not = "00"
               goback
           end-if.

           move "N" to line-found.
           move of-order-number to ol-order-number.
           move of-item-id to ol-item-id.
           read order-line-file
               invalid key continue
               not invalid key
                   move "Y" to line-found
                   perform post-to-line
           end-read.

           if line-found = "Y"
               perform total-order-lines
           end-if.

           close order-line-file.

           if line-found = "Y"
               perform write-order-status
           end-if.

       goback.

      *> a fill moves units from backordered to shipped; the line
      *> never shows more shipped than ordered, whatever the fill
      *> policy did with the rest.
       post-to-line.

           if of-event = "F"
               if ol-backordered >= of-shipped
                   subtract of-shipped from ol-backordered
               else
                   move zero to ol-backordered
               end-if
           else
               add of-backordered to ol-backordered
           end-if.

           add of-shipped to ol-shipped.
           if ol-shipped > ol-quantity
               display "ordstat: order " of-order-number " item "
                   of-item-id " shipped past the line quantity"
               move ol-quantity to ol-shipped
           end-if.

           rewrite order-line-record
               invalid key
                   display "ordstat: order line rewrite failed"
           end-rewrite.

       total-order-lines.

           move zero to total-ordered.
           move zero to total-shipped.
           move zero to total-backordered.

           move of-order-number to ol-order-number.
           move low-values to ol-item-id.
           move "N" to end-of-lines.
           start order-line-file key is >= ol-line-key
               invalid key move "Y" to end-of-lines
           end-start.

           perform until end-of-lines = "Y"
               read order-line-file next record
                   at end move "Y" to end-of-lines
                   not at end
                       if ol-order-number not = of-order-number
                           move "Y" to end-of-lines
                       else
                           add ol-quantity to total-ordered
                           add ol-shipped to total-shipped
                           add ol-backordered to total-backordered
                       end-if
               end-read
           end-perform.

      *> the status record was written when the order was taken; one
      *> missing is rebuilt without the customer and promised date
      *> rather than leaving the order's standing unknown.
       write-order-status.

           open i-o order-status-file.
           if order-status-status = "35"
               open output order-status-file
               close order-status-file
               open i-o order-status-file
           end-if.

           move of-order-number to os-order-number.
           read order-status-file
               invalid key
                   move spaces to os-customer
                   move spaces to os-promised-date
                   perform set-order-status
                   write order-status-record
                       invalid key
                           display "ordstat: status write failed"
                   end-write
               not invalid key
                   perform set-order-status
                   rewrite order-status-record
                       invalid key
                           display "ordstat: status rewrite failed"
                   end-rewrite
           end-read.

           close order-status-file.

       set-order-status.

           move total-ordered to os-ordered.
           move total-shipped to os-shipped.
           move total-backordered to os-backordered.
           move of-date to os-last-change.

           evaluate true
               when total-shipped >= total-ordered
                   set os-is-complete to true
               when total-shipped > zero
                   set os-is-partial to true
               when other
                   set os-is-open to true
           end-evaluate.
