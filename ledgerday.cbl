      *> sessions -- every interactive posting ends with the 99 stop
      *> sentinel on the audit trail, so a posting that bypassed the
      *> trail sticks out as an ECART.
      *>
      *> the fee billing run and the fee payment screen post here too,
      *> tagged in the source column: a billing charge (FAC) is money
      *> owed, not money in, so it stays out of the day balances and
      *> the cash trial balance; a payment (REG) is money in and
      *> counts like any entry, but carries no 99 sentinel and is
      *> left out of the session check. an award credited to a fee
      *> account (BRS) settles what is owed like a payment, but no
      *> money comes in, so it stays out of the day balances the way
      *> a charge does. all three land on a second block of the
      *> trial balance -- billed, paid and still due per account --
      *> that ties to the guardian statement run. a supplier invoice
      *> matched for payment (FRN) is money the school owes, not
      *> money in: it stays out of the day balances and the cash
      *> trial balance too, and out of the fee block. a customer
      *> invoice (FCL) is money owed to the school, kept out the same
      *> way; the customer's payment against it (ENC) is money in and
      *> counts like a fee payment, left out of the session check
      *> and the fee block both.
      *>
      *> the nightly stock posting values each warehouse movement at
      *> cost and posts it tagged STD for a debit and STC for a
      *> credit, the column having no sign of its own. stock value
      *> is not money in: these stay out of the day balances and the
      *> cash trial balance, and land on a third block -- debits,
      *> credits and balance per account -- whose stock account
      *> ties to the valuation report.
      *>
      *> once the ledger period close has closed a month, its
      *> figures are carried on OPENING-BALANCES.DAT for the first
      *> open month -- the cash balance per account, each fee
      *> account's billed and paid, each stock account's debits and
      *> credits -- and the consolidation starts from them, reading
      *> only the ledger lines dated in the open months. the opening
      *> cash balances are brought forward on the trial balance and
      *> start the running balance. an adjusting entry (ADJ) counts
      *> like any interactive posting; one reversing an earlier
      *> posting (ADR) is taken off the day and the account instead.
       identification division.
       program-id. ledgerday.

           select trial-file assign to "TRIAL-BALANCE.DAT"
               organization line sequential.

           select opening-balance-file
               assign to "OPENING-BALANCES.DAT"
               organization line sequential
               file status is opening-balance-status.

       data division.
       file section.
       fd  ledger-file.
       01  ledger-line pic x(48).

       fd  accept-audit-file.
       01  accept-audit-record.
       fd  trial-file.
       01  trial-line pic x(80).

       fd  opening-balance-file.
           copy openbal.

       working-storage section.

           77 ledger-file-status pic xx.
           77 end-of-audit pic x value "N".
               88 no-more-audit value "Y".

      *> the last month the period close has closed; spaces when
      *> none has been and the whole ledger counts.
           copy periodfields.
           77 opening-balance-status pic xx.
           77 end-of-openings pic x value "N".

      *> mirror of sum_with_input's ledger-detail layout; records
      *> cut before the account column existed parse with a blank
      *> account and land in the unassigned bucket.
               05 pl-timestamp    pic x(15).
               05 filler          pic x(02).
               05 pl-account      pic x(04).
               05 filler          pic x(01).
               05 pl-source       pic x(03).
                   88 pl-is-billing value "FAC".
                   88 pl-is-payment value "REG".
                   88 pl-is-award   value "BRS".
                   88 pl-is-payable value "FRN".
                   88 pl-is-receivable value "FCL".
                   88 pl-is-receipt    value "ENC".
                   88 pl-is-stock-debit  value "STD".
                   88 pl-is-stock-credit value "STC".
                   88 pl-is-reversal     value "ADR".

           77 entry-date pic x(08).
           77 entry-total pic 9(05).
           77 entry-amount pic s9(05).

      *> one consolidation row per posting date, in file order --
      *> the ledger is appended chronologically.
               05 day-entry occurs 200 times.
                   10 dy-date          pic x(08).
                   10 dy-entry-count   pic 9(05).
                   10 dy-posted-total  pic s9(07).
                   10 dy-session-count pic 9(05).
                   10 dy-fee-count     pic 9(05).

           77 running-balance pic s9(11) value zero.

      *> the per-account trial balance for the most recent posting
      *> date: each account's balance brought forward from the
               05 acct-entry occurs 200 times.
                   10 at-account pic x(04).
                   10 at-date    pic x(08).
                   10 at-total   pic s9(11).
                   10 at-printed pic x(01).

           77 acct-brought-fwd pic s9(11).
           77 acct-movement    pic s9(11).
           77 acct-scan        pic 9(03).

           77 tb-total-fwd  pic s9(12) value zero.
           77 tb-total-move pic s9(12) value zero.

      *> student receivables per account, over the whole ledger.
           77 fee-count pic 9(03) value zero.
           77 fee-idx   pic 9(03).
           77 fee-slot  pic 9(03).

           01 fee-table.
               05 fee-entry occurs 100 times.
                   10 fa-account pic x(04).
                   10 fa-billed  pic 9(09).
                   10 fa-paid    pic 9(09).

           77 fee-total-billed pic 9(10) value zero.
           77 fee-total-paid   pic 9(10) value zero.

      *> stock postings per account, over the whole ledger.
           77 stock-count pic 9(02) value zero.
           77 stock-idx   pic 9(02).
           77 stock-slot  pic 9(02).

           01 stock-table.
               05 stock-entry occurs 20 times.
                   10 sa-account pic x(04).
                   10 sa-debit   pic 9(09).
                   10 sa-credit  pic 9(09).

           01 stock-detail.
               05 filler            pic x      value space.
               05 sd-account        pic x(04).
               05 filler            pic x(02)  value space.
               05 sd-account-name   pic x(20).
               05 filler            pic x(06)  value " DEB  ".
               05 sd-debit          pic zzzzzzzz9.
               05 filler            pic x(06)  value " CRED ".
               05 sd-credit         pic zzzzzzzz9.
               05 filler            pic x(07)  value " SOLDE ".
               05 sd-balance        pic -zzzzzzzz9.

           01 fee-detail.
               05 filler            pic x      value space.
               05 fd-account        pic x(04).
               05 filler            pic x(02)  value space.
               05 fd-account-name   pic x(20).
               05 filler            pic x(06)  value " FACT ".
               05 fd-billed         pic zzzzzzzz9.
               05 filler            pic x(06)  value " REGL ".
               05 fd-paid           pic zzzzzzzz9.
               05 filler            pic x(04)  value " DU ".
               05 fd-due            pic -zzzzzzzz9.

           01 trial-detail.
               05 filler            pic x      value space.
               05 filler            pic x(02)  value space.
               05 tb-account-name   pic x(20).
               05 filler            pic x(08)  value " REPORT ".
               05 tb-brought-fwd    pic -zzzzzzzz9.
               05 filler            pic x(06)  value " MOUV ".
               05 tb-movement       pic -zzzzzzzz9.
               05 filler            pic x(07)  value " SOLDE ".
               05 tb-new-balance    pic -zzzzzzzz9.

           01 statement-detail.
               05 filler            pic x      value space.
               05 st-entry-count    pic zzzz9.
               05 filler            pic x(02)  value space.
               05 filler            pic x(06)  value "TOTAL ".
               05 st-posted-total   pic -zzzzzz9.
               05 filler            pic x(02)  value space.
               05 filler            pic x(06)  value "SOLDE ".
               05 st-balance        pic -zzzzzzzz9.
               05 filler            pic x(02)  value space.
               05 st-flag           pic x(05).

           move trial-detail to trial-line.
           write trial-line.

           if fee-count > zero
               perform write-fee-balances
           end-if.

           if stock-count > zero
               perform write-stock-balances
           end-if.

           close trial-file.

           if chart-is-available
               close account-master-file
           end-if.

       write-fee-balances.

           move spaces to trial-line.
           write trial-line.
           move " COMPTES ELEVES PAR COMPTE" to trial-line.
           write trial-line.
           move spaces to trial-line.
           write trial-line.

           perform varying fee-idx from 1 by 1
                   until fee-idx > fee-count
               move fa-account(fee-idx) to fd-account
               perform find-fee-account-name
               move account-name to fd-account-name
               move fa-billed(fee-idx) to fd-billed
               move fa-paid(fee-idx) to fd-paid
               compute fd-due = fa-billed(fee-idx) - fa-paid(fee-idx)
               move fee-detail to trial-line
               write trial-line
               add fa-billed(fee-idx) to fee-total-billed
               add fa-paid(fee-idx) to fee-total-paid
           end-perform.

           move "TOUS" to fd-account.
           move "TOTAL" to fd-account-name.
           move fee-total-billed to fd-billed.
           move fee-total-paid to fd-paid.
           compute fd-due = fee-total-billed - fee-total-paid.
           move fee-detail to trial-line.
           write trial-line.

       write-stock-balances.

           move spaces to trial-line.
           write trial-line.
           move " COMPTES DE STOCK PAR COMPTE" to trial-line.
           write trial-line.
           move spaces to trial-line.
           write trial-line.

           perform varying stock-idx from 1 by 1
                   until stock-idx > stock-count
               move sa-account(stock-idx) to sd-account
               move spaces to account-name
               if chart-is-available
                   move sa-account(stock-idx) to ac-account-code
                   read account-master-file
                       invalid key
                           move "HORS PLAN" to account-name
                       not invalid key
                           move ac-account-name to account-name
                   end-read
               end-if
               move account-name to sd-account-name
               move sa-debit(stock-idx) to sd-debit
               move sa-credit(stock-idx) to sd-credit
               compute sd-balance =
                   sa-debit(stock-idx) - sa-credit(stock-idx)
               move stock-detail to trial-line
               write trial-line
           end-perform.

       find-fee-account-name.

           move spaces to account-name.
           if chart-is-available
               move fa-account(fee-idx) to ac-account-code
               read account-master-file
                   invalid key
                       move "HORS PLAN" to account-name
                   not invalid key
                       move ac-account-name to account-name
               end-read
           end-if.

       balance-one-account.

           move zero to acct-brought-fwd.
               goback
           end-if.

           move function current-date(1:8) to pf-posting-date.
           call "perlock" using pf-posting-date pf-closed-through
               pf-result.

           perform load-opening-balances.

           perform until no-more-ledger
               read ledger-file
                   at end move "Y" to end-of-ledger
                   not at end
                       move ledger-line to parsed-ledger
                       if pl-timestamp(1:6) > pf-closed-through
                           perform post-ledger-entry
                       end-if
               end-read
           end-perform.

           close ledger-file.

      *> no file means no month has been closed yet.
       load-opening-balances.

           open input opening-balance-file.
           if opening-balance-status = "00"
               perform until end-of-openings = "Y"
                   read opening-balance-file
                       at end move "Y" to end-of-openings
                       not at end perform post-opening-balance
                   end-read
               end-perform
               close opening-balance-file
           end-if.

      *> an opening cash balance is a cell dated before any posting,
      *> so the trial balance brings it forward.
       post-opening-balance.

           move ob-account to pl-account.

           evaluate true
               when ob-is-cash and acct-count < 200
                   add 1 to acct-count
                   move ob-account to at-account(acct-count)
                   move "00000000" to at-date(acct-count)
                   move ob-amount-1 to at-total(acct-count)
                   move "N" to at-printed(acct-count)
                   add ob-amount-1 to running-balance
               when ob-is-fee
                   move "FAC" to pl-source
                   move zero to entry-total
                   perform post-fee-cell
                   if fee-slot > zero
                       move ob-amount-1 to fa-billed(fee-slot)
                       move ob-amount-2 to fa-paid(fee-slot)
                   end-if
               when ob-is-stock
                   move "STD" to pl-source
                   move zero to entry-total
                   perform post-stock-cell
                   if stock-slot > zero
                       move ob-amount-1 to sa-debit(stock-slot)
                       move ob-amount-2 to sa-credit(stock-slot)
                   end-if
           end-evaluate.

       post-ledger-entry.

           move pl-timestamp(1:8) to entry-date.
           compute entry-total = function numval(pl-total).
           if pl-is-reversal
               compute entry-amount = 0 - entry-total
           else
               move entry-total to entry-amount
           end-if.

           if pl-is-billing or pl-is-payment or pl-is-award
               perform post-fee-cell
           end-if.

           if pl-is-stock-debit or pl-is-stock-credit
               perform post-stock-cell
           end-if.

           if pl-is-billing or pl-is-award or pl-is-payable
                   or pl-is-receivable
                   or pl-is-stock-debit or pl-is-stock-credit
               continue
           else
               perform find-day-slot
               if day-slot > zero
                   add 1 to dy-entry-count(day-slot)
                   add entry-amount to dy-posted-total(day-slot)
                   if pl-is-payment or pl-is-receipt
                       add 1 to dy-fee-count(day-slot)
                   end-if
               end-if
               perform post-account-cell
           end-if.

       post-fee-cell.

           move zero to fee-slot.
           perform varying fee-idx from 1 by 1
                   until fee-idx > fee-count
                       or fee-slot > zero
               if fa-account(fee-idx) = pl-account
                   move fee-idx to fee-slot
               end-if
           end-perform.

           if fee-slot = zero and fee-count < 100
               add 1 to fee-count
               move fee-count to fee-slot
               move pl-account to fa-account(fee-slot)
               move zero to fa-billed(fee-slot)
               move zero to fa-paid(fee-slot)
           end-if.

           if fee-slot > zero
               if pl-is-billing
                   add entry-total to fa-billed(fee-slot)
               else
                   add entry-total to fa-paid(fee-slot)
               end-if
           end-if.

       post-stock-cell.

           move zero to stock-slot.
           perform varying stock-idx from 1 by 1
                   until stock-idx > stock-count
                       or stock-slot > zero
               if sa-account(stock-idx) = pl-account
                   move stock-idx to stock-slot
               end-if
           end-perform.

           if stock-slot = zero and stock-count < 20
               add 1 to stock-count
               move stock-count to stock-slot
               move pl-account to sa-account(stock-slot)
               move zero to sa-debit(stock-slot)
               move zero to sa-credit(stock-slot)
           end-if.

           if stock-slot > zero
               if pl-is-stock-debit
                   add entry-total to sa-debit(stock-slot)
               else
                   add entry-total to sa-credit(stock-slot)
               end-if
           end-if.

      *> postings cut before the account column existed carry a
      *> blank account and bucket under "----", visibly unassigned
           end-if.

           if acct-slot > zero
               add entry-amount to at-total(acct-slot)
           end-if.

       find-day-slot.
               move zero to dy-entry-count(day-slot)
               move zero to dy-posted-total(day-slot)
               move zero to dy-session-count(day-slot)
               move zero to dy-fee-count(day-slot)
           end-if.

      *> a sum_with_input session closes with the operator keying
      *> the program-name column is ten wide, so sum_with_input
      *> arrives truncated to its first ten characters.
           if aad-program-name = "sum_with_i"
                   and aad-timestamp(1:6) > pf-closed-through
               if aad-value(1:2) = "99"
                   move aad-timestamp(1:8) to entry-date
                   perform find-day-slot
           move dy-posted-total(day-idx) to st-posted-total.
           move running-balance to st-balance.

           if dy-entry-count(day-idx) - dy-fee-count(day-idx)
                   not = dy-session-count(day-idx)
               move "ECART" to st-flag
      *> non-zero so a posting without an audit session is chased.
