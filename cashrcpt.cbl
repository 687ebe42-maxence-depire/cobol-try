      *> cash receipts entry: the office keys each payment a customer
      *> sends in, the invoice it settles and the cheque or transfer
      *> reference. the screen lists the customer's open invoices
      *> off the receivables file before the entry, so a payment
      *> against the wrong invoice or for more than is owed is seen
      *> at the desk. an invoice number of "*" spreads the payment
      *> over the customer's open invoices oldest first, the way a
      *> payment with no remittance advice is applied.
      *>
      *> each application lands on CASH-RECEIPTS.DAT and raises the
      *> amount paid on the invoice, which is settled once paid in
      *> full; the payment posts one line to LEDGER.DAT on the
      *> receivables account, tagged as a receipt, so the bursar's
      *> day balances carry the money taken in. every accept joins
      *> the compliance input trail.
       identification division.
       program-id. cashrcpt.

       environment division.
       input-output section.
       file-control.
           select customer-master-file assign to "CUSTOMER-MASTER.DAT"
               organization indexed
               access mode is dynamic
               record key is cu-customer-code
               file status is customer-master-status.

           select receivables-file assign to "RECEIVABLES.DAT"
               organization indexed
               access mode is dynamic
               record key is ci-invoice-number
               file status is receivables-status.

           select receipt-file assign to "CASH-RECEIPTS.DAT"
               organization line sequential
               file status is receipt-file-status.

           select ledger-file assign to "LEDGER.DAT"
               organization line sequential
               file status is ledger-file-status.

           select accept-audit-file assign to "ACCEPT-AUDIT.DAT"
               organization line sequential
               file status is accept-audit-status.

           select session-file assign to "SESSION-OPERATOR.DAT"
               organization line sequential
               file status is session-file-status.

           select run-date-file assign to "RUN-DATE.DAT"
               organization line sequential
               file status is run-date-status.

       data division.
       file section.
       fd  customer-master-file.
           copy custmast.

       fd  receivables-file.
           copy custinv.

       fd  receipt-file.
       01  cash-receipt-record.
           05 rc-receipt-date    pic x(08).
           05 rc-customer        pic x(05).
           05 rc-invoice-number  pic x(08).
           05 rc-amount          pic 9(07)v99.
           05 rc-reference       pic x(10).
           05 rc-operator        pic x(08).

       fd  ledger-file.
       01  ledger-line pic x(48).

       fd  accept-audit-file.
       01  accept-audit-record.
           copy acceptaudit.

       fd  session-file.
       01  session-record.
           05 so-operator-id pic x(08).

       fd  run-date-file.
       01  run-date-record.
           05 rdc-business-date pic x(08).

       working-storage section.

           copy periodfields.

           77 customer-master-status pic xx.
           77 receivables-status     pic xx.
           77 receipt-file-status    pic xx.
           77 ledger-file-status     pic xx.
           77 accept-audit-status    pic xx.
           77 run-date-status        pic xx.

           77 session-file-status pic xx.
           77 session-operator pic x(08) value spaces.

           77 business-date pic x(08).

           77 customer-master-available pic x value "N".
               88 customer-master-is-available value "Y".

      *> the debtor account the invoicing run posts to; a receipt
      *> posts against the same account.
           77 receivables-account pic x(04) value "CLTS".

           77 maint-action pic x.
               88 action-is-payment value "P".
               88 action-is-exit    value "X".

           77 done-entering pic x value "N".
               88 all-done value "Y".

           77 entry-customer       pic x(05).
           77 entry-invoice-number pic x(08).
               88 apply-oldest-first value "*".
           77 entry-amount         pic 9(05)v99.
           77 entry-reference      pic x(10).

           77 customer-found pic x.
               88 customer-was-found value "Y".
           77 invoice-valid pic x.
               88 invoice-is-valid value "Y".

           77 end-of-receivables pic x.
           77 open-items     pic 9(04).
           77 customer-open  pic 9(09)v99.
           77 invoice-open   pic 9(09)v99.
           77 amount-left    pic 9(07)v99.
           77 amount-applied pic 9(07)v99.
           77 posting-amount pic 9(06).

           77 payments-entered pic 9(04) value zero.

           01 open-item-detail.
               05 filler            pic x(02) value space.
               05 od-invoice-number pic x(08).
               05 filler            pic x(02) value space.
               05 od-invoice-date   pic x(08).
               05 filler            pic x(09) value "  billed ".
               05 od-amount         pic zzzzzz9.99.
               05 filler            pic x(08) value "   due  ".
               05 od-open           pic zzzzzz9.99.

           01 customer-open-detail.
               05 filler            pic x(30) value
                   "  open invoices   total due  ".
               05 cd-open           pic zzzzzzzz9.99.

      *> mirror of sum_with_input's ledger-detail layout with the
      *> posting-source column after the account: ENC for a customer
      *> receipt.
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

      *> staging fields for the audit write: the record itself is
      *> cleared and built inside log-accept-event.
           77 audit-field-name pic x(12).
           77 audit-value      pic x(10).

       screen section.

           copy blankscreen replacing
               SCREEN-NAME by erase_screen.

           copy promptfield replacing
               SCREEN-NAME by ask_action
               FIELD-LINE  by 1
               PROMPT-TEXT by "action (P)ayment e(X)it: "
               FIELD-PIC   by x
               TARGET-FIELD by maint-action.

           copy promptfield replacing
               SCREEN-NAME by ask_customer
               FIELD-LINE  by 3
               PROMPT-TEXT by "customer code:  "
               ==FIELD-PIC== by ==x(05)==
               TARGET-FIELD by entry-customer.

           copy promptfield replacing
               SCREEN-NAME by ask_invoice
               FIELD-LINE  by 18
               PROMPT-TEXT by "invoice (*=all): "
               ==FIELD-PIC== by ==x(08)==
               TARGET-FIELD by entry-invoice-number.

           copy promptfield replacing
               SCREEN-NAME by ask_amount
               FIELD-LINE  by 19
               PROMPT-TEXT by "amount paid:    "
               ==FIELD-PIC== by ==9(05)v99==
               TARGET-FIELD by entry-amount.

           copy promptfield replacing
               SCREEN-NAME by ask_reference
               FIELD-LINE  by 20
               PROMPT-TEXT by "cheque/transfer: "
               ==FIELD-PIC== by ==x(10)==
               TARGET-FIELD by entry-reference.

       procedure division.

           perform read-session-operator.
           perform read-business-date.

           perform check-posting-period.
           if pf-period-is-closed
               display "error: ledger closed through "
                   pf-closed-through ", nothing can be posted"
               move 8 to return-code
               goback
           end-if.

           open i-o receivables-file.
           if receivables-status not = "00"
               display "error: cannot open RECEIVABLES.DAT"
               move 8 to return-code
               goback
           end-if.

           open input customer-master-file.
           if customer-master-status = "00"
               move "Y" to customer-master-available
           end-if.

           perform until all-done

               display ask_action
               accept ask_action
               move "ACTION" to audit-field-name
               move maint-action to audit-value
               perform log-accept-event

               evaluate true
                   when action-is-payment perform enter-payment
                   when action-is-exit    move "Y" to done-entering
                   when other
                       display "unknown action, try again"
               end-evaluate

           end-perform.

           close receivables-file.
           if customer-master-is-available
               close customer-master-file
           end-if.

           display "payments entered: " payments-entered.

       goback.

       read-session-operator.

           open input session-file.
           if session-file-status = "00"
               read session-file
                   not at end move so-operator-id to session-operator
               end-read
               close session-file
           end-if.

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

       enter-payment.

           display erase_screen.

           display ask_customer.
           accept ask_customer.
           move "CUSTOMER" to audit-field-name.
           move entry-customer to audit-value.
           perform log-accept-event.

      *> without the master the open items alone say who the
      *> customer is.
           move "Y" to customer-found.
           if customer-master-is-available
               move entry-customer to cu-customer-code
               read customer-master-file
                   invalid key
                       move "N" to customer-found
                       display "customer not on the master"
                   not invalid key
                       display cu-name "  " cu-city
               end-read
           end-if.

           if customer-was-found
               perform show-open-invoices
               if open-items = zero
                   display "nothing open for this customer"
               else
                   perform accept-payment-detail
               end-if
           end-if.

      *> the customer's open invoices in invoice-number order, which
      *> is the order they were billed in.
       show-open-invoices.

           move zero to open-items.
           move zero to customer-open.
           move "N" to end-of-receivables.

           move low-values to ci-invoice-number.
           start receivables-file key is >= ci-invoice-number
               invalid key move "Y" to end-of-receivables
           end-start.

           perform until end-of-receivables = "Y"
               read receivables-file next record
                   at end move "Y" to end-of-receivables
                   not at end
                       if ci-customer = entry-customer
                               and ci-is-open
                           compute invoice-open = ci-amount - ci-paid
                           add invoice-open to customer-open
                           add 1 to open-items
                           if open-items < 13
                               move ci-invoice-number
                                   to od-invoice-number
                               move ci-invoice-date to od-invoice-date
                               move ci-amount to od-amount
                               move invoice-open to od-open
                               display open-item-detail
                           end-if
                       end-if
               end-read
           end-perform.

           move customer-open to cd-open.
           display customer-open-detail.

       accept-payment-detail.

           display ask_invoice.
           accept ask_invoice.
           move "INVOICE" to audit-field-name.
           move entry-invoice-number to audit-value.
           perform log-accept-event.

           move "Y" to invoice-valid.
           if not apply-oldest-first
               move entry-invoice-number to ci-invoice-number
               read receivables-file
                   invalid key
                       move "N" to invoice-valid
                       display "invoice not on the receivables file"
                   not invalid key
                       if ci-customer not = entry-customer
                           move "N" to invoice-valid
                           display "invoice billed to customer "
                               ci-customer
                       else
                           if not ci-is-open
                               move "N" to invoice-valid
                               display "invoice already settled"
                           end-if
                       end-if
               end-read
           end-if.

           if invoice-is-valid
               display ask_amount
               accept ask_amount
               move "AMOUNT" to audit-field-name
               move entry-amount to audit-value
               perform log-accept-event

               display ask_reference
               accept ask_reference
               move "REFERENCE" to audit-field-name
               move entry-reference to audit-value
               perform log-accept-event

               perform check-payment-amount
           end-if.

      *> a payment is applied whole or not at all: more than is owed
      *> on the invoice -- or on the customer, spread oldest first --
      *> is refused for the office to look into.
       check-payment-amount.

           if apply-oldest-first
               move customer-open to invoice-open
           else
               compute invoice-open = ci-amount - ci-paid
           end-if.
           compute posting-amount rounded = entry-amount.

           evaluate true
               when entry-amount is not numeric
                       or entry-amount = zero
                   display "amount must be a number above zero"
               when entry-amount > invoice-open
                   display "amount is more than the open balance"
               when posting-amount > 99999
                   display "amount too large for one posting"
               when other
                   perform post-payment
                   display "payment posted"
           end-evaluate.

       post-payment.

           move entry-amount to amount-left.

           if apply-oldest-first
               move "N" to end-of-receivables
               move low-values to ci-invoice-number
               start receivables-file key is >= ci-invoice-number
                   invalid key move "Y" to end-of-receivables
               end-start
               perform until end-of-receivables = "Y"
                       or amount-left = zero
                   read receivables-file next record
                       at end move "Y" to end-of-receivables
                       not at end
                           if ci-customer = entry-customer
                                   and ci-is-open
                               perform apply-to-invoice
                           end-if
                   end-read
               end-perform
           else
               perform apply-to-invoice
           end-if.

           move 1 to ld-addend-count.
           move posting-amount to ld-total.
           move function current-date to ld-timestamp.
           move receivables-account to ld-account.
           move "ENC" to ld-source.
           move ledger-detail to ledger-line.

           open extend ledger-file.
           if ledger-file-status = "35"
               open output ledger-file
           end-if.
           write ledger-line.
           close ledger-file.

           add 1 to payments-entered.

      *> the invoice in the record area takes what it still owes or
      *> what is left of the payment, whichever is less.
       apply-to-invoice.

           compute invoice-open = ci-amount - ci-paid.
           if amount-left < invoice-open
               move amount-left to amount-applied
           else
               move invoice-open to amount-applied
           end-if.
           subtract amount-applied from amount-left.

           add amount-applied to ci-paid.
           move business-date to ci-last-paid-date.
           if ci-paid >= ci-amount
               move "S" to ci-status
           end-if.
           rewrite customer-invoice-record
               invalid key display "error: rewrite failed"
           end-rewrite.

           move business-date to rc-receipt-date.
           move entry-customer to rc-customer.
           move ci-invoice-number to rc-invoice-number.
           move amount-applied to rc-amount.
           move entry-reference to rc-reference.
           move session-operator to rc-operator.

           open extend receipt-file.
           if receipt-file-status = "35"
               open output receipt-file
           end-if.
           write cash-receipt-record.
           close receipt-file.

      *> compliance input trail: every ACCEPT on this screen is
      *> logged with the value entered and the signed-on operator.
       log-accept-event.

           move spaces to accept-audit-record.
           move "cashrcpt" to aad-program-name.
           move audit-field-name to aad-field-name.
           move audit-value to aad-value.
           move function current-date to aad-timestamp.
           move session-operator to aad-operator.

           open extend accept-audit-file.
           if accept-audit-status = "35"
               open output accept-audit-file
           end-if.
           write accept-audit-record.
           close accept-audit-file.
