      *> monthly guardian statement of account off the student
      *> account file: for each student with a balance or with
      *> activity in the month of the business date, a page to the
      *> guardian on the guardian/address master with the balance
      *> brought forward, the month's charges and payments line by
      *> line, the balance due, and the balance aged into 0-30,
      *> 31-60, 61-90 and over-90-day buckets -- payments settle the
      *> oldest charges first. wording follows the LANG-FLAG.DAT
      *> toggle. the run's totals charged, paid and outstanding tie
      *> to the billing and payment postings the ledger consolidation
      *> lists by account. every statement printed is also dropped
      *> on the notification queue with the balance due.
       identification division.
       program-id. feestmt.

       environment division.
       input-output section.
       file-control.
           select student-account-file assign to "STUDENT-ACCOUNTS.DAT"
               organization line sequential
               file status is student-account-status.

           select student-master-file assign to "STUDENT-MASTER.DAT"
               organization indexed
               access mode is dynamic
               record key is sm-student-id
               file status is student-master-status.

           select guardian-master-file assign to "GUARDIAN-MASTER.DAT"
               organization indexed
               access mode is dynamic
               record key is gd-student-id
               file status is guardian-master-status.

           select statement-file assign to "FEE-STATEMENTS.DAT"
               organization line sequential.

           select lang-file assign to "LANG-FLAG.DAT"
               organization line sequential
               file status is lang-file-status.

           select run-date-file assign to "RUN-DATE.DAT"
               organization line sequential
               file status is run-date-status.

           select sort-file assign to "FEESTMT.TMP".

       data division.
       file section.
       fd  student-account-file.
           copy studacct.

       fd  student-master-file.
           copy studmast.

       fd  guardian-master-file.
           copy guardmast.

       fd  statement-file.
       01  statement-line pic x(66).

       fd  lang-file.
       01  lang-record pic x(01).

       fd  run-date-file.
       01  run-date-record.
           05 rdc-business-date pic x(08).

       sd  sort-file.
       01  sort-record.
           05 ss-student-id   pic x(05).
           05 ss-post-date    pic x(08).
           05 ss-kind         pic x(01).
           05 ss-account-code pic x(04).
           05 ss-term-code    pic x(04).
           05 ss-amount       pic 9(05).
           05 ss-reference    pic x(10).
           05 ss-operator     pic x(08).

       working-storage section.

           copy runlogfields.

           copy langflag.
           77 lang-file-status pic xx.

           77 student-account-status pic xx.
           77 student-master-status  pic xx.
           77 guardian-master-status pic xx.
           77 run-date-status        pic xx.

           77 student-master-available pic x value "N".
               88 student-master-is-available value "Y".
           77 guardian-master-available pic x value "N".
               88 guardian-master-is-available value "Y".

           77 business-date pic x(08).
           77 period-start  pic x(08).
           77 today-int     pic 9(08).
           77 charge-int    pic 9(08).
           77 charge-age    pic s9(05).

           77 sort-eof pic x value "N".
           77 current-student pic x(05) value spaces.

      *> one student's transactions buffered until the student
      *> changes; the sort has them in date order.
           77 tran-count pic 9(03) value zero.
           77 tran-idx   pic 9(03).
           77 trans-dropped pic 9(05) value zero.

           01 tran-table.
               05 tran-entry occurs 300 times.
                   10 tt-post-date    pic x(08).
                   10 tt-kind         pic x(01).
                   10 tt-account-code pic x(04).
                   10 tt-amount       pic 9(05).
                   10 tt-reference    pic x(10).
                   10 tt-open-amount  pic 9(05).

           77 opening-balance pic s9(07).
           77 period-charges  pic 9(07).
           77 period-payments pic 9(07).
           77 closing-balance pic s9(07).
           77 payment-pool    pic 9(07).
           77 applied-amount  pic 9(05).
           77 period-lines    pic 9(03).

           77 aged-current pic 9(07).
           77 aged-31-60   pic 9(07).
           77 aged-61-90   pic 9(07).
           77 aged-over-90 pic 9(07).

           77 guardian-found pic x.

           copy notifyfields.
           77 edit-balance pic -zzzzzz9.

           77 statements-printed pic 9(05) value zero.
           77 guardians-missing  pic 9(05) value zero.
           77 records-read       pic 9(07) value zero.
           77 total-charged      pic 9(09) value zero.
           77 total-paid         pic 9(09) value zero.
           77 total-outstanding  pic s9(09) value zero.

           01 statement-ident.
               05 filler            pic x(02) value space.
               05 si-label          pic x(08).
               05 filler            pic x     value space.
               05 si-value          pic x(20).
               05 filler            pic x(03) value space.
               05 si-label-2        pic x(08).
               05 filler            pic x     value space.
               05 si-value-2        pic x(08).

           01 statement-detail.
               05 filler            pic x(02) value space.
               05 sd-date           pic x(08).
               05 filler            pic x(02) value space.
               05 sd-kind-text      pic x(10).
               05 filler            pic x     value space.
               05 sd-account        pic x(04).
               05 filler            pic x(02) value space.
               05 sd-reference      pic x(10).
               05 filler            pic x(02) value space.
               05 sd-charge         pic zzzz9 blank when zero.
               05 filler            pic x(02) value space.
               05 sd-payment        pic zzzz9 blank when zero.

           01 statement-amount.
               05 filler            pic x(02) value space.
               05 sv-label          pic x(30).
               05 sv-value          pic -zzzzzz9.

           01 statement-aging.
               05 filler            pic x(02) value space.
               05 sg-current        pic zzzzzz9.
               05 filler            pic x(03) value space.
               05 sg-31-60          pic zzzzzz9.
               05 filler            pic x(03) value space.
               05 sg-61-90          pic zzzzzz9.
               05 filler            pic x(03) value space.
               05 sg-over-90        pic zzzzzz9.

       procedure division.

           perform write-runlog-start.

           perform read-business-date.
           perform read-lang-flag.

           move business-date to period-start.
           move "01" to period-start(7:2).
           compute today-int = function integer-of-date(
               function numval(business-date)).

           open input student-account-file.
           if student-account-status not = "00"
               display "no STUDENT-ACCOUNTS.DAT -- nothing billed"
               perform write-runlog-end
               goback
           end-if.
           close student-account-file.

           open input student-master-file.
           if student-master-status = "00"
               move "Y" to student-master-available
           end-if.

           open input guardian-master-file.
           if guardian-master-status = "00"
               move "Y" to guardian-master-available
           end-if.

           open output statement-file.

           sort sort-file
               on ascending key ss-student-id
                                ss-post-date
                                ss-kind
               using student-account-file
               output procedure is print-statements.

           close statement-file.

           if student-master-is-available
               close student-master-file
           end-if.
           if guardian-master-is-available
               close guardian-master-file
           end-if.

           display "statements printed:      " statements-printed.
           display "total charged:           " total-charged.
           display "total paid:              " total-paid.
           display "total outstanding:       " total-outstanding.

           if trans-dropped > zero
               display "warning: " trans-dropped
                   " transactions past the 300-entry student table"
               move 4 to return-code
           end-if.

           if guardians-missing > zero
               display "students with no guardian record: "
                   guardians-missing
      *> non-zero so the office fills the master before mailing.
               move 4 to return-code
           end-if.

           perform write-runlog-end.
       goback.

       write-runlog-start.

           move "feestmt" to rl-program-name.
           move "START" to rl-event.
           move zero to rl-records-read.
           move zero to rl-records-written.
           move zero to rl-return-code.
           call "runlog" using rl-program-name rl-event
               rl-records-read rl-records-written rl-return-code.

       write-runlog-end.

           move "feestmt" to rl-program-name.
           move "END" to rl-event.
           move records-read to rl-records-read.
           move statements-printed to rl-records-written.
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

       print-statements.

           perform return-one-transaction
               until sort-eof = "Y".

           if tran-count > zero
               perform close-student-account
           end-if.

       return-one-transaction.

           return sort-file
               at end move "Y" to sort-eof
               not at end
                   add 1 to records-read
                   if ss-student-id not = current-student
                       if tran-count > zero
                           perform close-student-account
                       end-if
                       move ss-student-id to current-student
                   end-if
                   perform buffer-transaction
           end-return.

      *> transactions dated after the business date belong to the
      *> next statement and are left for it.
       buffer-transaction.

           if ss-post-date > business-date
               continue
           else
               if tran-count >= 300
                   add 1 to trans-dropped
               else
                   add 1 to tran-count
                   move ss-post-date to tt-post-date(tran-count)
                   move ss-kind to tt-kind(tran-count)
                   move ss-account-code
                       to tt-account-code(tran-count)
                   move ss-amount to tt-amount(tran-count)
                   move ss-reference to tt-reference(tran-count)
                   move ss-amount to tt-open-amount(tran-count)
               end-if
           end-if.

      *> a student with nothing owed and nothing moved this month
      *> gets no statement.
       close-student-account.

           perform total-student-account.

           if period-lines > zero or closing-balance not = zero
               perform age-student-balance
               perform print-one-statement
               perform queue-statement-message
           end-if.

           add closing-balance to total-outstanding.

           move zero to tran-count.

       queue-statement-message.

           move "S" to nf-recipient-kind.
           move current-student to nf-recipient-id.
           move "FAC" to nf-source.
           move business-date(1:6) to nf-reference.
           move closing-balance to edit-balance.
           move spaces to nf-text.
           if lang-is-french
               string "RELEVE DE COMPTE DISPONIBLE - SOLDE DU: "
                          delimited by size
                      edit-balance delimited by size
                      into nf-text
           else
               string "STATEMENT OF ACCOUNT READY - BALANCE DUE: "
                          delimited by size
                      edit-balance delimited by size
                      into nf-text
           end-if.
           move "feestmt" to nf-program.
           call "notifyq" using nf-recipient-kind nf-recipient-id
               nf-source nf-reference nf-text nf-program nf-queued.

       total-student-account.

           move zero to opening-balance.
           move zero to period-charges.
           move zero to period-payments.
           move zero to period-lines.
           move zero to payment-pool.

           perform varying tran-idx from 1 by 1
                   until tran-idx > tran-count
               if tt-kind(tran-idx) = "P"
                   add tt-amount(tran-idx) to payment-pool
                   add tt-amount(tran-idx) to total-paid
               else
                   add tt-amount(tran-idx) to total-charged
               end-if
               if tt-post-date(tran-idx) < period-start
                   if tt-kind(tran-idx) = "C"
                       add tt-amount(tran-idx) to opening-balance
                   else
                       subtract tt-amount(tran-idx)
                           from opening-balance
                   end-if
               else
                   add 1 to period-lines
                   if tt-kind(tran-idx) = "C"
                       add tt-amount(tran-idx) to period-charges
                   else
                       add tt-amount(tran-idx) to period-payments
                   end-if
               end-if
           end-perform.

           compute closing-balance = opening-balance
               + period-charges - period-payments.

      *> every payment received goes against the oldest charge still
      *> open; what is left of each charge ages from its own date.
       age-student-balance.

           move zero to aged-current.
           move zero to aged-31-60.
           move zero to aged-61-90.
           move zero to aged-over-90.

           perform varying tran-idx from 1 by 1
                   until tran-idx > tran-count
               if tt-kind(tran-idx) = "C"
                   if payment-pool > tt-open-amount(tran-idx)
                       move tt-open-amount(tran-idx) to applied-amount
                   else
                       move payment-pool to applied-amount
                   end-if
                   subtract applied-amount from payment-pool
                   subtract applied-amount
                       from tt-open-amount(tran-idx)
                   if tt-open-amount(tran-idx) > zero
                       perform age-one-charge
                   end-if
               end-if
           end-perform.

       age-one-charge.

           if tt-post-date(tran-idx) is numeric
               compute charge-int = function integer-of-date(
                   function numval(tt-post-date(tran-idx)))
               compute charge-age = today-int - charge-int
           else
               move 9999 to charge-age
           end-if.

           evaluate true
               when charge-age <= 30
                   add tt-open-amount(tran-idx) to aged-current
               when charge-age <= 60
                   add tt-open-amount(tran-idx) to aged-31-60
               when charge-age <= 90
                   add tt-open-amount(tran-idx) to aged-61-90
               when other
                   add tt-open-amount(tran-idx) to aged-over-90
           end-evaluate.

       print-one-statement.

           add 1 to statements-printed.

           move all "-" to statement-line.
           write statement-line.

           move "COLLEGE SAINT-MICHEL" to statement-line.
           write statement-line.

           if lang-is-french
               move "RELEVE DE COMPTE" to statement-line
           else
               move "STATEMENT OF ACCOUNT" to statement-line
           end-if.
           write statement-line.

           move spaces to statement-line.
           write statement-line.

           perform print-guardian-address.

           move spaces to statement-line.
           write statement-line.

           move spaces to statement-ident.
           if lang-is-french
               move "ELEVE" to si-label
               move "DATE" to si-label-2
           else
               move "STUDENT" to si-label
               move "DATE" to si-label-2
           end-if.
           move spaces to si-value.
           if student-master-is-available
               move current-student to sm-student-id
               read student-master-file
                   invalid key continue
                   not invalid key move sm-student-name to si-value
               end-read
           end-if.
           if si-value = spaces
               move current-student to si-value
           end-if.
           move business-date to si-value-2.
           move statement-ident to statement-line.
           write statement-line.

           move spaces to statement-line.
           write statement-line.

           move spaces to statement-amount.
           if lang-is-french
               move "SOLDE ANTERIEUR" to sv-label
           else
               move "BALANCE BROUGHT FORWARD" to sv-label
           end-if.
           move opening-balance to sv-value.
           move statement-amount to statement-line.
           write statement-line.

           perform varying tran-idx from 1 by 1
                   until tran-idx > tran-count
               if tt-post-date(tran-idx) not < period-start
                   perform print-statement-line
               end-if
           end-perform.

           move spaces to statement-line.
           write statement-line.

           move spaces to statement-amount.
           if lang-is-french
               move "SOLDE DU" to sv-label
           else
               move "BALANCE DUE" to sv-label
           end-if.
           move closing-balance to sv-value.
           move statement-amount to statement-line.
           write statement-line.

           move spaces to statement-line.
           write statement-line.

           if lang-is-french
               move "  0-30 JOURS  31-60 JOURS  61-90 JOURS  +90 JOURS"
                   to statement-line
           else
               move "  0-30 DAYS   31-60 DAYS   61-90 DAYS   +90 DAYS"
                   to statement-line
           end-if.
           write statement-line.

           move aged-current to sg-current.
           move aged-31-60 to sg-31-60.
           move aged-61-90 to sg-61-90.
           move aged-over-90 to sg-over-90.
           move statement-aging to statement-line.
           write statement-line.

           move spaces to statement-line.
           write statement-line.

       print-statement-line.

           move spaces to statement-detail.
           move tt-post-date(tran-idx) to sd-date.
           move tt-account-code(tran-idx) to sd-account.
           move tt-reference(tran-idx) to sd-reference.
           move zero to sd-charge.
           move zero to sd-payment.
           if tt-kind(tran-idx) = "C"
               if lang-is-french
                   move "FACTURE" to sd-kind-text
               else
                   move "CHARGE" to sd-kind-text
               end-if
               move tt-amount(tran-idx) to sd-charge
           else
               if lang-is-french
                   move "PAIEMENT" to sd-kind-text
               else
                   move "PAYMENT" to sd-kind-text
               end-if
               move tt-amount(tran-idx) to sd-payment
           end-if.
           move statement-detail to statement-line.
           write statement-line.

       print-guardian-address.

           move "N" to guardian-found.

           if guardian-master-is-available
               move current-student to gd-student-id
               read guardian-master-file
                   invalid key continue
                   not invalid key move "Y" to guardian-found
               end-read
           end-if.

           if guardian-found = "Y"
               move gd-guardian-name to statement-line
               write statement-line
               move gd-addr-line-1 to statement-line
               write statement-line
               if gd-addr-line-2 not = spaces
                   move gd-addr-line-2 to statement-line
                   write statement-line
               end-if
               move spaces to statement-line
               string gd-postal-code delimited by size
                      " " delimited by size
                      gd-city delimited by size
                      into statement-line
               write statement-line
           else
               add 1 to guardians-missing
               move "*** ADRESSE A COMPLETER ***" to statement-line
               write statement-line
           end-if.
