      *> ledger period close: once a month's figures have gone to
      *> the board, the bursar closes it the way termclose freezes a
      *> graded term. the close is appended to the PERIOD-CLOSE.DAT
      *> register with the operator and the business date, and from
      *> then on sum_with_input and every automatic posting refuse to
      *> post under a date in that month or any before it (perlock).
      *> there is no re-open: a mistake found later is corrected by
      *> an adjusting entry in the open month naming the ledger line
      *> it corrects, so the figures the board saw never move.
      *>
      *> the close carries the ledger into OPENING-BALANCES.DAT for
      *> the first open month: the balances the previous close left,
      *> plus every ledger line dated after it up to the end of the
      *> month closed, split the way the consolidation splits them --
      *> the cash balance per account, each fee account's billed and
      *> paid, each stock account's debits and credits. ledgerday
      *> starts its trial balance from them.
       identification division.
       program-id. ledgclose.

       environment division.
       input-output section.
       file-control.
           select period-close-file assign to "PERIOD-CLOSE.DAT"
               organization line sequential
               file status is period-close-status.

           select opening-balance-file
               assign to "OPENING-BALANCES.DAT"
               organization line sequential
               file status is opening-balance-status.

           select ledger-file assign to "LEDGER.DAT"
               organization line sequential
               file status is ledger-file-status.

           select session-file assign to "SESSION-OPERATOR.DAT"
               organization line sequential
               file status is session-file-status.

           select run-date-file assign to "RUN-DATE.DAT"
               organization line sequential
               file status is run-date-status.

       data division.
       file section.
       fd  period-close-file.
           copy periodreg.

       fd  opening-balance-file.
           copy openbal.

       fd  ledger-file.
       01  ledger-line pic x(48).

       fd  session-file.
       01  session-record.
           05 so-operator-id pic x(08).

       fd  run-date-file.
       01  run-date-record.
           05 rdc-business-date pic x(08).

       working-storage section.

           copy periodfields.

           77 period-close-status    pic xx.
           77 opening-balance-status pic xx.
           77 ledger-file-status     pic xx.

      *> the business date the close books to, from the
      *> RUN-DATE.DAT control card. no control card means today.
           77 run-date-status pic xx.
           77 business-date   pic x(08).
           77 current-month   pic x(06).

           77 session-file-status pic xx.
           77 session-operator pic x(08) value spaces.

           77 maint-action pic x.
               88 action-is-close value "C".
               88 action-is-exit  value "X".

           77 done-maintaining pic x value "N".
               88 all-done value "Y".

           77 entry-period pic x(06).
           77 confirm-word pic x(08).

           77 period-valid pic x.
           77 close-year  pic 9(04).
           77 close-month pic 9(02).
           77 next-period pic 9(06).

           77 end-of-file pic x.

      *> mirror of sum_with_input's ledger-detail layout with the
      *> posting-source column after the account.
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
                   88 pl-is-billing      value "FAC".
                   88 pl-is-payment      value "REG".
                   88 pl-is-award        value "BRS".
                   88 pl-is-payable      value "FRN".
                   88 pl-is-receivable   value "FCL".
                   88 pl-is-stock-debit  value "STD".
                   88 pl-is-stock-credit value "STC".
                   88 pl-is-reversal     value "ADR".

           77 entry-total  pic 9(05).
           77 lines-carried pic 9(07).

      *> one balance per block and account, the carried-in
      *> balances first.
           77 balance-count pic 9(03).
           77 balance-idx   pic 9(03).
           77 balance-slot  pic 9(03).
           77 find-block    pic x(01).
           77 find-account  pic x(04).
           77 balances-dropped pic 9(05).

           01 balance-table.
               05 balance-entry occurs 300 times.
                   10 cb-block    pic x(01).
                   10 cb-account  pic x(04).
                   10 cb-amount-1 pic s9(11).
                   10 cb-amount-2 pic s9(11).

       screen section.

           copy promptfield replacing
               SCREEN-NAME by ask_action
               FIELD-LINE  by 1
               PROMPT-TEXT by "action (C)lose month e(X)it: "
               FIELD-PIC   by x
               TARGET-FIELD by maint-action.

           copy promptfield replacing
               SCREEN-NAME by ask_period
               FIELD-LINE  by 3
               PROMPT-TEXT by "month to close (yyyymm): "
               ==FIELD-PIC== by ==x(06)==
               TARGET-FIELD by entry-period.

           copy promptfield replacing
               SCREEN-NAME by ask_confirm
               FIELD-LINE  by 5
               PROMPT-TEXT by "type CONFIRM to apply: "
               ==FIELD-PIC== by ==x(08)==
               TARGET-FIELD by confirm-word.

       procedure division.

           perform read-business-date.

           perform read-session-operator.

      *> an anonymous close is no close: the register must say who
      *> closed the month.
           if session-operator = spaces
               display "ledger close requires a signed-on session"
               move 8 to return-code
               goback
           end-if.

           perform until all-done

               perform show-closed-through

               display ask_action
               accept ask_action

               evaluate true
                   when action-is-close perform close-period
                   when action-is-exit  move "Y" to done-maintaining
                   when other
                       display "unknown action, try again"
               end-evaluate

           end-perform.

       goback.

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

       read-session-operator.

           open input session-file.
           if session-file-status = "00"
               read session-file
                   not at end move so-operator-id to session-operator
               end-read
               close session-file
           end-if.

       show-closed-through.

           move business-date to pf-posting-date.
           call "perlock" using pf-posting-date pf-closed-through
               pf-result.

           if pf-closed-through = spaces
               display "no month closed yet"
           else
               display "ledger closed through " pf-closed-through
           end-if.

       close-period.

           move spaces to entry-period.
           display ask_period.
           accept ask_period.
           display ask_confirm.
           accept ask_confirm.

           perform validate-period.

           if period-valid = "Y"
               if confirm-word not = "CONFIRM"
                   display "not confirmed, nothing closed"
               else
                   perform carry-balances-forward
                   perform append-close-record
                   display "month " entry-period " closed, "
                       balance-count " opening balances for "
                       next-period
                   display "ledger lines carried in: " lines-carried
                   if balances-dropped > zero
                       display "warning: " balances-dropped
                           " accounts past the table, not carried"
                   end-if
               end-if
           end-if.

      *> a month still taking postings cannot be closed: postings
      *> are stamped with today's date and book to the business
      *> date, so the month must be before both.
       validate-period.

           move "N" to period-valid.
           move function current-date(1:6) to current-month.
           if business-date(1:6) < current-month
               move business-date(1:6) to current-month
           end-if.

           evaluate true
               when entry-period is not numeric
                   display "error: enter the month as yyyymm"
               when entry-period(5:2) < "01"
                       or entry-period(5:2) > "12"
                   display "error: month must be 01 to 12"
               when pf-closed-through not = spaces
                       and entry-period not > pf-closed-through
                   display "error: ledger already closed through "
                       pf-closed-through
               when entry-period not < current-month
                   display "error: month " entry-period
                       " is still open for posting"
               when other
                   move "Y" to period-valid
           end-evaluate.

           if period-valid = "Y"
               move entry-period(1:4) to close-year
               move entry-period(5:2) to close-month
               if close-month = 12
                   add 1 to close-year
                   move 1 to close-month
               else
                   add 1 to close-month
               end-if
               compute next-period = close-year * 100 + close-month
           end-if.

       carry-balances-forward.

           move zero to balance-count.
           move zero to balances-dropped.
           move zero to lines-carried.

           open input opening-balance-file.
           if opening-balance-status = "00"
               move "N" to end-of-file
               perform until end-of-file = "Y"
                   read opening-balance-file
                       at end move "Y" to end-of-file
                       not at end perform carry-opening-balance
                   end-read
               end-perform
               close opening-balance-file
           end-if.

           open input ledger-file.
           if ledger-file-status = "00"
               move "N" to end-of-file
               perform until end-of-file = "Y"
                   read ledger-file
                       at end move "Y" to end-of-file
                       not at end
                           move ledger-line to parsed-ledger
                           if pl-timestamp(1:6) > pf-closed-through
                                   and pl-timestamp(1:6)
                                       <= entry-period
                               perform carry-ledger-line
                           end-if
                   end-read
               end-perform
               close ledger-file
           end-if.

           open output opening-balance-file.
           perform varying balance-idx from 1 by 1
                   until balance-idx > balance-count
               move spaces to opening-balance-record
               move next-period to ob-period
               move cb-block(balance-idx) to ob-block
               move cb-account(balance-idx) to ob-account
               move cb-amount-1(balance-idx) to ob-amount-1
               move cb-amount-2(balance-idx) to ob-amount-2
               write opening-balance-record
           end-perform.
           close opening-balance-file.

       carry-opening-balance.

           move ob-block to find-block.
           move ob-account to find-account.
           perform find-balance-slot.
           if balance-slot > zero
               add ob-amount-1 to cb-amount-1(balance-slot)
               add ob-amount-2 to cb-amount-2(balance-slot)
           end-if.

      *> split the way ledgerday splits the ledger: billing, payment
      *> and award on the fee block, stock postings on the stock
      *> block, and everything that is not money owed or stock on
      *> the cash block -- a payment is both.
       carry-ledger-line.

           add 1 to lines-carried.
           compute entry-total = function numval(pl-total).

           if pl-is-billing or pl-is-payment or pl-is-award
               move "F" to find-block
               move pl-account to find-account
               perform find-balance-slot
               if balance-slot > zero
                   if pl-is-billing
                       add entry-total to cb-amount-1(balance-slot)
                   else
                       add entry-total to cb-amount-2(balance-slot)
                   end-if
               end-if
           end-if.

           if pl-is-stock-debit or pl-is-stock-credit
               move "S" to find-block
               move pl-account to find-account
               perform find-balance-slot
               if balance-slot > zero
                   if pl-is-stock-debit
                       add entry-total to cb-amount-1(balance-slot)
                   else
                       add entry-total to cb-amount-2(balance-slot)
                   end-if
               end-if
           end-if.

           if pl-is-billing or pl-is-award or pl-is-payable
                   or pl-is-receivable
                   or pl-is-stock-debit or pl-is-stock-credit
               continue
           else
               move "T" to find-block
               if pl-account = spaces
                   move "----" to find-account
               else
                   move pl-account to find-account
               end-if
               perform find-balance-slot
               if balance-slot > zero
                   if pl-is-reversal
                       subtract entry-total
                           from cb-amount-1(balance-slot)
                   else
                       add entry-total to cb-amount-1(balance-slot)
                   end-if
               end-if
           end-if.

       find-balance-slot.

           move zero to balance-slot.
           perform varying balance-idx from 1 by 1
                   until balance-idx > balance-count
                       or balance-slot > zero
               if cb-block(balance-idx) = find-block
                       and cb-account(balance-idx) = find-account
                   move balance-idx to balance-slot
               end-if
           end-perform.

           if balance-slot = zero
               if balance-count < 300
                   add 1 to balance-count
                   move balance-count to balance-slot
                   move find-block to cb-block(balance-slot)
                   move find-account to cb-account(balance-slot)
                   move zero to cb-amount-1(balance-slot)
                   move zero to cb-amount-2(balance-slot)
               else
                   add 1 to balances-dropped
               end-if
           end-if.

       append-close-record.

           move entry-period     to pc-period.
           move session-operator to pc-operator.
           move business-date    to pc-close-date.
           move balance-count    to pc-accounts.

           open extend period-close-file.
           if period-close-status = "35"
               open output period-close-file
           end-if.
           write period-close-record.
           close period-close-file.
