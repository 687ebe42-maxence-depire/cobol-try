      *> fee payment entry: the office keys each payment a family
      *> brings in against the student, the account it settles and
      *> the cheque or receipt number. the screen shows the student's
      *> balance on file before the entry so an overpayment is seen
      *> at the counter. each payment lands on the student account
      *> file the guardian statements are drawn from and posts a
      *> line to LEDGER.DAT under its account code, tagged as a
      *> payment, so the bursar's trial balance carries the money
      *> taken in. every accept joins the compliance input trail.
       identification division.
       program-id. feepay.

       environment division.
       input-output section.
       file-control.
           select student-master-file assign to "STUDENT-MASTER.DAT"
               organization indexed
               access mode is dynamic
               record key is sm-student-id
               file status is student-master-status.

           select account-master-file assign to "ACCOUNT-MASTER.DAT"
               organization indexed
               access mode is dynamic
               record key is ac-account-code
               file status is account-master-status.

           select student-account-file assign to "STUDENT-ACCOUNTS.DAT"
               organization line sequential
               file status is student-account-status.

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
       fd  student-master-file.
           copy studmast.

       fd  account-master-file.
           copy acctmast.

       fd  student-account-file.
           copy studacct.

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

           77 student-master-status  pic xx.
           77 account-master-status  pic xx.
           77 student-account-status pic xx.
           77 ledger-file-status     pic xx.
           77 accept-audit-status    pic xx.
           77 run-date-status        pic xx.

           77 session-file-status pic xx.
           77 session-operator pic x(08) value spaces.

           77 business-date pic x(08).

           77 chart-available pic x value "N".
               88 chart-is-available value "Y".

           77 maint-action pic x.
               88 action-is-payment value "P".
               88 action-is-exit    value "X".

           77 done-entering pic x value "N".
               88 all-done value "Y".

           77 entry-student-id   pic x(05).
           77 entry-account-code pic x(04).
           77 entry-amount       pic 9(05).
           77 entry-reference    pic x(10).

           77 student-found pic x.
               88 student-was-found value "Y".
           77 account-valid pic x.
               88 account-is-valid value "Y".

           77 end-of-accounts pic x.
           77 balance-charged pic 9(07).
           77 balance-paid    pic 9(07).
           77 balance-due     pic s9(07).

           77 payments-entered pic 9(04) value zero.

      *> mirror of sum_with_input's ledger-detail layout with the
      *> posting-source column after the account: REG for a fee
      *> payment, blank for the interactive entries.
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

           01 balance-detail.
               05 filler            pic x(09) value "charged  ".
               05 bd-charged        pic zzzzzz9.
               05 filler            pic x(09) value "   paid  ".
               05 bd-paid           pic zzzzzz9.
               05 filler            pic x(08) value "   due  ".
               05 bd-due            pic -zzzzzz9.

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
               SCREEN-NAME by ask_student
               FIELD-LINE  by 3
               PROMPT-TEXT by "student id:     "
               ==FIELD-PIC== by ==x(05)==
               TARGET-FIELD by entry-student-id.

           copy promptfield replacing
               SCREEN-NAME by ask_account
               FIELD-LINE  by 6
               PROMPT-TEXT by "account code:   "
               ==FIELD-PIC== by ==x(04)==
               TARGET-FIELD by entry-account-code.

           copy promptfield replacing
               SCREEN-NAME by ask_amount
               FIELD-LINE  by 7
               PROMPT-TEXT by "amount paid:    "
               ==FIELD-PIC== by ==9(05)==
               TARGET-FIELD by entry-amount.

           copy promptfield replacing
               SCREEN-NAME by ask_reference
               FIELD-LINE  by 8
               PROMPT-TEXT by "receipt/cheque: "
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

           open input student-master-file.
           if student-master-status not = "00"
               display "error: cannot open STUDENT-MASTER.DAT"
               move 8 to return-code
               goback
           end-if.

           open input account-master-file.
           if account-master-status = "00"
               move "Y" to chart-available
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

           close student-master-file.
           if chart-is-available
               close account-master-file
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

           display ask_student.
           accept ask_student.
           move "STUDENT" to audit-field-name.
           move entry-student-id to audit-value.
           perform log-accept-event.

           move "N" to student-found.
           move entry-student-id to sm-student-id.
           read student-master-file
               invalid key
                   display "student not on the master"
               not invalid key
                   move "Y" to student-found
           end-read.

           if student-was-found
               display sm-student-name "  " sm-class-code
               perform show-student-balance
               perform accept-payment-detail
           end-if.

       accept-payment-detail.

           display ask_account.
           accept ask_account.
           move "ACCOUNT" to audit-field-name.
           move entry-account-code to audit-value.
           perform log-accept-event.

           move "Y" to account-valid.
           if chart-is-available
               move entry-account-code to ac-account-code
               read account-master-file
                   invalid key
                       move "N" to account-valid
                       display "account not on the chart"
               end-read
           end-if.

           if account-is-valid
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

               if entry-amount is not numeric
                       or entry-amount = zero
                   display "amount must be a number above zero"
               else
                   perform post-payment
                   display "payment posted"
               end-if
           end-if.

      *> everything on file for the student, all accounts together:
      *> charges billed less payments taken in.
       show-student-balance.

           move zero to balance-charged.
           move zero to balance-paid.
           move "N" to end-of-accounts.

           open input student-account-file.
           if student-account-status = "00"
               perform until end-of-accounts = "Y"
                   read student-account-file
                       at end move "Y" to end-of-accounts
                       not at end
                           if sa-student-id = entry-student-id
                               if sa-is-charge
                                   add sa-amount to balance-charged
                               else
                                   add sa-amount to balance-paid
                               end-if
                           end-if
                   end-read
               end-perform
               close student-account-file
           end-if.

           compute balance-due = balance-charged - balance-paid.
           move balance-charged to bd-charged.
           move balance-paid to bd-paid.
           move balance-due to bd-due.
           display balance-detail.

       post-payment.

           move spaces to student-account-record.
           move entry-student-id to sa-student-id.
           move business-date to sa-post-date.
           move "P" to sa-kind.
           move entry-account-code to sa-account-code.
           move spaces to sa-term-code.
           move entry-amount to sa-amount.
           move entry-reference to sa-reference.
           move session-operator to sa-operator.

           open extend student-account-file.
           if student-account-status = "35"
               open output student-account-file
           end-if.
           write student-account-record.
           close student-account-file.

           move 1 to ld-addend-count.
           move entry-amount to ld-total.
           move function current-date to ld-timestamp.
           move entry-account-code to ld-account.
           move "REG" to ld-source.
           move ledger-detail to ledger-line.

           open extend ledger-file.
           if ledger-file-status = "35"
               open output ledger-file
           end-if.
           write ledger-line.
           close ledger-file.

           add 1 to payments-entered.

      *> compliance input trail: every ACCEPT on this screen is
      *> logged with the value entered and the signed-on operator.
       log-accept-event.

           move spaces to accept-audit-record.
           move "feepay" to aad-program-name.
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
