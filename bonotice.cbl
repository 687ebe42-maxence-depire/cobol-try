      *> still short -- so the office can tell people what is on
      *> backorder without phoning the warehouse. backorders cut
      *> before the customer code existed group under A COMPLETER.
      *> each customer with a code also gets the notice as a message
      *> on the notification queue.
       identification division.
       program-id. bonotice.


           77 notices-printed pic 9(03) value zero.
           77 customer-found  pic x.
           77 notice-lines    pic 9(03).
           77 edit-lines      pic zz9.

           copy notifyfields.

           01 notice-detail.
               05 filler            pic x(02) value space.
           move spaces to notices-line.
           write notices-line.

           move zero to notice-lines.
           perform varying backorder-idx from 1 by 1
                   until backorder-idx > backorder-count
               if bt-customer(backorder-idx)
                   move bt-quantity(backorder-idx) to nd-quantity
                   move notice-detail to notices-line
                   write notices-line
                   add 1 to notice-lines
               end-if
           end-perform.

           move spaces to notices-line.
           write notices-line.

           if customer-list-code(customer-idx) not = spaces
               perform queue-backorder-message
           end-if.

       queue-backorder-message.

           move "C" to nf-recipient-kind.
           move customer-list-code(customer-idx) to nf-recipient-id.
           move "BOF" to nf-source.
           move "RELIQUAT" to nf-reference.
           move notice-lines to edit-lines.
           move spaces to nf-text.
           string "AVIS DE RELIQUAT / BACKORDER NOTICE: "
                      delimited by size
                  edit-lines delimited by size
                  " LIGNE(S)" delimited by size
                  into nf-text.
           move "bonotice" to nf-program.
           call "notifyq" using nf-recipient-kind nf-recipient-id
               nf-source nf-reference nf-text nf-program nf-queued.

       print-notice-address.

           move "N" to customer-found.
