      *> lost-textbook charge run: once the year's return cutoff has
      *> passed, every copy lent on or before the cutoff and still out
      *> is charged to the family's fee account at the title's unit
      *> cost off the item master, rounded to whole units. the charge
      *> goes on the student account file and on LEDGER.DAT as a
      *> billing charge, so the guardian statement and the bursar's
      *> trial balance carry it like any other fee, and the loan is
      *> marked lost-charged so a second run does not charge it again.
      *> the cutoff, the term the charge is billed under and the
      *> account code come off BOOK-LOSS-CONTROL.DAT; the account
      *> defaults to LIVR. each charge lands on the register.
       identification division.
       program-id. bookloss.

       environment division.
       input-output section.
       file-control.
           select control-file assign to "BOOK-LOSS-CONTROL.DAT"
               organization line sequential
               file status is control-file-status.

           select book-loan-file assign to "BOOK-LOANS.DAT"
               organization indexed
               access mode is dynamic
               record key is bl-loan-key
               file status is book-loan-status.

           select item-master-file assign to "ITEM-MASTER.DAT"
               organization indexed
               access mode is dynamic
               record key is im-item-id
               file status is item-master-status.

           select student-master-file assign to "STUDENT-MASTER.DAT"
               organization indexed
               access mode is dynamic
               record key is sm-student-id
               file status is student-master-status.

           select student-account-file assign to "STUDENT-ACCOUNTS.DAT"
               organization line sequential
               file status is student-account-status.

           select ledger-file assign to "LEDGER.DAT"
               organization line sequential
               file status is ledger-file-status.

           select register-file assign to "LOST-BOOKS-REGISTER.DAT"
               organization line sequential.

           select run-date-file assign to "RUN-DATE.DAT"
               organization line sequential
               file status is run-date-status.

           select session-file assign to "SESSION-OPERATOR.DAT"
               organization line sequential
               file status is session-file-status.

       data division.
       file section.
       fd  control-file.
       01  control-record.
           05 bk-cutoff-date   pic x(08).
           05 bk-term-code     pic x(04).
           05 bk-account-code  pic x(04).

       fd  book-loan-file.
           copy bookloan.

       fd  item-master-file.
           copy itemmast.

       fd  student-master-file.
           copy studmast.

       fd  student-account-file.
           copy studacct.

       fd  ledger-file.
       01  ledger-line pic x(48).

       fd  register-file.
       01  register-line pic x(80).

       fd  run-date-file.
       01  run-date-record.
           05 rdc-business-date pic x(08).

       fd  session-file.
       01  session-record.
           05 so-operator-id pic x(08).

       working-storage section.

           copy runlogfields.
           copy periodfields.

           copy calfields.

           77 control-file-status    pic xx.
           77 book-loan-status       pic xx.
           77 item-master-status     pic xx.
           77 student-master-status  pic xx.
           77 student-account-status pic xx.
           77 ledger-file-status     pic xx.
           77 run-date-status        pic xx.

           77 session-file-status pic xx.
           77 session-operator pic x(08) value spaces.

           77 business-date pic x(08).
           77 run-timestamp pic x(15).

           77 cutoff-date  pic x(08) value spaces.
           77 charge-term  pic x(04) value spaces.
           77 charge-account pic x(04) value spaces.

           77 student-master-available pic x value "N".
               88 student-master-is-available value "Y".

           77 end-of-loans pic x.
           77 charge-amount pic 9(05).

           77 loans-read      pic 9(05) value zero.
           77 loans-charged   pic 9(05) value zero.
           77 loans-unpriced  pic 9(05) value zero.
           77 charges-total   pic 9(09) value zero.

      *> mirror of feebill's ledger-detail: a lost-book charge is a
      *> billing charge, FAC in the posting-source column.
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

           01 register-heading.
               05 filler            pic x(24)  value
                   " MANUELS NON RENDUS AU ".
               05 rh-cutoff-date    pic x(08).
               05 filler            pic x(08)  value " TERME ".
               05 rh-term-code      pic x(04).
               05 filler            pic x(04)  value " LE ".
               05 rh-date           pic x(08).

           01 register-detail.
               05 filler            pic x      value space.
               05 rg-student-id     pic x(05).
               05 filler            pic x(02)  value space.
               05 rg-student-name   pic x(20).
               05 filler            pic x(02)  value space.
               05 rg-class-code     pic x(05).
               05 filler            pic x(02)  value space.
               05 rg-item-id        pic x(05).
               05 filler            pic x(02)  value space.
               05 rg-loan-date      pic x(08).
               05 filler            pic x(02)  value space.
               05 rg-amount         pic zzzz9.
               05 filler            pic x(02)  value space.
               05 rg-flag           pic x(12).

           01 register-total.
               05 filler            pic x(08)  value " TOTAL  ".
               05 rt-charges        pic zzzz9.
               05 filler            pic x(10)  value " CHARGES  ".
               05 rt-total          pic zzzzzzzz9.

       procedure division.

           perform write-runlog-start.

           perform read-session-operator.
           perform read-business-date.

           perform check-posting-period.
           if pf-period-is-closed
               display "error: ledger closed through "
                   pf-closed-through
      *> non-zero so a calling job step can detect the refused run.
               move 8 to return-code
               perform write-runlog-end
               goback
           end-if.

           open input control-file.
           if control-file-status = "00"
               read control-file
                   not at end
                       move bk-cutoff-date to cutoff-date
                       move bk-term-code to charge-term
                       move bk-account-code to charge-account
               end-read
               close control-file
           end-if.

           if cutoff-date = spaces or charge-term = spaces
               display "error: no cutoff and term on "
                   "BOOK-LOSS-CONTROL.DAT"
      *> non-zero so a calling job step can detect the missing card.
               move 8 to return-code
               perform write-runlog-end
               goback
           end-if.

           if charge-account = spaces
               move "LIVR" to charge-account
           end-if.

      *> a run on or before the cutoff would charge families for
      *> books they still have time to bring back.
           if business-date not > cutoff-date
               display "error: return cutoff " cutoff-date
                   " has not passed"
               move 8 to return-code
               perform write-runlog-end
               goback
           end-if.

           move "T" to cd-action.
           move spaces to cd-date-from.
           move spaces to cd-date-to.
           move charge-term to cd-term-code.
           call "caldate" using cd-action cd-date-from
               cd-date-to cd-term-code cd-day-count cd-result.
           if cd-result = "U"
               display "error: term " charge-term
                   " is not on the school calendar"
               move 8 to return-code
               perform write-runlog-end
               goback
           end-if.

           open i-o book-loan-file.
           if book-loan-status not = "00"
               display "error: cannot open BOOK-LOANS.DAT"
               move 8 to return-code
               perform write-runlog-end
               goback
           end-if.

           open input item-master-file.
           if item-master-status not = "00"
               display "error: cannot open ITEM-MASTER.DAT"
               close book-loan-file
               move 8 to return-code
               perform write-runlog-end
               goback
           end-if.

           open input student-master-file.
           if student-master-status = "00"
               move "Y" to student-master-available
           end-if.

           open extend student-account-file.
           if student-account-status = "35"
               open output student-account-file
           end-if.

           open extend ledger-file.
           if ledger-file-status = "35"
               open output ledger-file
           end-if.

           open output register-file.
           move cutoff-date to rh-cutoff-date.
           move charge-term to rh-term-code.
           move business-date to rh-date.
           move register-heading to register-line.
           write register-line.
           move spaces to register-line.
           write register-line.

           move function current-date to run-timestamp.

           move "N" to end-of-loans.
           perform until end-of-loans = "Y"
               read book-loan-file next record
                   at end move "Y" to end-of-loans
                   not at end
                       add 1 to loans-read
                       if bl-is-out
                               and bl-loan-date not > cutoff-date
                           perform charge-one-loan
                       end-if
               end-read
           end-perform.

           move spaces to register-line.
           write register-line.
           move loans-charged to rt-charges.
           move charges-total to rt-total.
           move register-total to register-line.
           write register-line.

           close register-file.
           close ledger-file.
           close student-account-file.
           close item-master-file.
           close book-loan-file.

           if student-master-is-available
               close student-master-file
           end-if.

           display "loans read:            " loans-read.
           display "lost books charged:    " loans-charged.
           display "total charged:         " charges-total.

           if loans-unpriced > zero
               display "lost books with no unit cost: " loans-unpriced
      *> non-zero so the office prices the title and charges the
      *> family by hand; the loan stays out for the next run.
               move 4 to return-code
           end-if.

           perform write-runlog-end.
       goback.

       write-runlog-start.

           move "bookloss" to rl-program-name.
           move "START" to rl-event.
           move zero to rl-records-read.
           move zero to rl-records-written.
           move zero to rl-return-code.
           call "runlog" using rl-program-name rl-event
               rl-records-read rl-records-written rl-return-code.

       write-runlog-end.

           move "bookloss" to rl-program-name.
           move "END" to rl-event.
           move loans-read to rl-records-read.
           move loans-charged to rl-records-written.
           move return-code to rl-return-code.
           call "runlog" using rl-program-name rl-event
               rl-records-read rl-records-written rl-return-code.

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

       charge-one-loan.

           move zero to charge-amount.
           move bl-item-id to im-item-id.
           read item-master-file
               invalid key continue
               not invalid key
                   compute charge-amount rounded = im-unit-cost
           end-read.

           move spaces to register-detail.
           move bl-student-id to rg-student-id.
           move bl-class-code to rg-class-code.
           move bl-item-id to rg-item-id.
           move bl-loan-date to rg-loan-date.
           if student-master-is-available
               move bl-student-id to sm-student-id
               read student-master-file
                   invalid key continue
                   not invalid key
                       move sm-student-name to rg-student-name
               end-read
           end-if.

           if charge-amount = zero
               move zero to rg-amount
               move "SANS PRIX" to rg-flag
               move register-detail to register-line
               write register-line
               add 1 to loans-unpriced
           else
               perform write-one-charge
           end-if.

       write-one-charge.

           move spaces to student-account-record.
           move bl-student-id to sa-student-id.
           move business-date to sa-post-date.
           move "C" to sa-kind.
           move charge-account to sa-account-code.
           move charge-term to sa-term-code.
           move charge-amount to sa-amount.
           string "PERTE " delimited by size
                  bl-item-id delimited by size
                  into sa-reference.
           move session-operator to sa-operator.
           write student-account-record.

           move 1 to ld-addend-count.
           move charge-amount to ld-total.
           move run-timestamp to ld-timestamp.
           move charge-account to ld-account.
           move "FAC" to ld-source.
           move ledger-detail to ledger-line.
           write ledger-line.

           move "L" to bl-status.
           move business-date to bl-charge-date.
           move charge-amount to bl-charge-amount.
           move "bookloss" to bl-operator.
           rewrite book-loan-record
               invalid key
                   display "error: rewrite failed "
                       bl-student-id " " bl-item-id
           end-rewrite.

           move charge-amount to rg-amount.
           move register-detail to register-line.
           write register-line.

           add 1 to loans-charged.
           add charge-amount to charges-total.
