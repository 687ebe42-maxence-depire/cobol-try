      *> budget against actual: for every account with a budget on
      *> BUDGET-MASTER.DAT or postings on the ledger, the month of
      *> the business date and the budget year to date -- budget,
      *> actual, the variance and the share of the budget consumed
      *> -- printed to BUDGET-REPORT.DAT. the budget year starts in
      *> the month BUDGET-YEAR-START on SITE-PARAMS.DAT names
      *> (january when not set).
      *>
      *> the actual is the account's movement as the trial balance
      *> carries it: the money-in postings, less any adjusting entry
      *> that reverses one (ADR), plus the stock postings' debits
      *> less their credits. billing, award and invoice postings are
      *> money owed, not spent or taken, and are left out.
      *>
      *> an account whose actual year to date runs more than
      *> BUDGET-TOLERANCE percent over its budget (five when not
      *> set), or that has postings and no budget at all, is
      *> flagged DEPASSE and listed again on BUDGET-OVERRUNS.DAT,
      *> which the distribution bundle puts in the bursar's packet.
      *> the listing is written with its heading even when nothing
      *> is over, so the bundle never reads it as missing.
       identification division.
       program-id. budgetrep.

       environment division.
       input-output section.
       file-control.
           select account-master-file assign to "ACCOUNT-MASTER.DAT"
               organization indexed
               access mode is dynamic
               record key is ac-account-code
               file status is account-master-status.

           select budget-master-file assign to "BUDGET-MASTER.DAT"
               organization indexed
               access mode is dynamic
               record key is bu-budget-key
               file status is budget-master-status.

           select ledger-file assign to "LEDGER.DAT"
               organization line sequential
               file status is ledger-file-status.

           select report-file assign to "BUDGET-REPORT.DAT"
               organization line sequential.

           select overrun-file assign to "BUDGET-OVERRUNS.DAT"
               organization line sequential.

           select run-date-file assign to "RUN-DATE.DAT"
               organization line sequential
               file status is run-date-status.

       data division.
       file section.
       fd  account-master-file.
           copy acctmast.

       fd  budget-master-file.
           copy budgetmast.

       fd  ledger-file.
       01  ledger-line pic x(48).

       fd  report-file.
       01  report-line pic x(100).

       fd  overrun-file.
       01  overrun-line pic x(100).

       fd  run-date-file.
       01  run-date-record.
           05 rdc-business-date pic x(08).

       working-storage section.

           copy runlogfields.
           copy paramfields.

           77 account-master-status pic xx.
           77 budget-master-status  pic xx.
           77 ledger-file-status    pic xx.

           77 run-date-status pic xx.
           77 business-date   pic x(08).

           77 end-of-file pic x.

           77 tolerance-pct pic 9(03)v99 value 5.
           77 year-start-month pic 9(02) value 1.

      *> the month reported and the first month of its budget year.
           77 report-period pic x(06).
           77 year-start-period pic x(06).
           77 period-year  pic 9(04).
           77 period-month pic 9(02).

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
                   88 pl-is-owed value "FAC" "BRS" "FRN" "FCL".
                   88 pl-is-stock-debit  value "STD".
                   88 pl-is-stock-credit value "STC".
                   88 pl-is-reversal     value "ADR".

           77 entry-total  pic 9(05).
           77 entry-amount pic s9(05).

           77 ledger-lines-read pic 9(07) value zero.
           77 budget-rows-read  pic 9(06) value zero.

      *> one row per account: the chart in code order first, then
      *> any account the budget or the ledger names that the chart
      *> does not carry.
           77 acct-count pic 9(03) value zero.
           77 acct-idx   pic 9(03).
           77 acct-slot  pic 9(03).
           77 accounts-dropped pic 9(05) value zero.
           77 find-account pic x(04).

           01 acct-table.
               05 acct-entry occurs 200 times.
                   10 ba-account       pic x(04).
                   10 ba-name          pic x(20).
                   10 ba-month-budget  pic s9(11).
                   10 ba-month-actual  pic s9(11).
                   10 ba-ytd-budget    pic s9(11).
                   10 ba-ytd-actual    pic s9(11).

           77 total-month-budget pic s9(11) value zero.
           77 total-month-actual pic s9(11) value zero.
           77 total-ytd-budget   pic s9(11) value zero.
           77 total-ytd-actual   pic s9(11) value zero.

           77 line-month-budget pic s9(11).
           77 line-month-actual pic s9(11).
           77 line-ytd-budget   pic s9(11).
           77 line-ytd-actual   pic s9(11).
           77 over-limit        pic s9(13)v99.
           77 percent-used      pic s9(07).
           77 percent-edit      pic zzz9.

           77 accounts-listed pic 9(04) value zero.
           77 accounts-over   pic 9(04) value zero.

           01 report-heading.
               05 filler            pic x(25)
                   value " BUDGET ET REALISE  MOIS ".
               05 rh-period         pic x(06).
               05 filler            pic x(15) value "  CUMUL DEPUIS ".
               05 rh-year-start     pic x(06).
               05 filler            pic x(05) value "  AU ".
               05 rh-date           pic x(08).

           01 overrun-heading.
               05 filler            pic x(27)
                   value " DEPASSEMENTS DE BUDGET AU ".
               05 oh-date           pic x(08).
               05 filler            pic x(12) value "  TOLERANCE ".
               05 oh-tolerance      pic zz9.99.
               05 filler            pic x(01) value "%".

           01 column-heading.
               05 filler            pic x(44)
                   value " COMPTE LIBELLE         BUDG MOIS  REEL MOIS".
               05 filler            pic x(39)
                   value " BUDG CUMUL REEL CUMUL      ECART  CONS".

           01 budget-detail.
               05 filler            pic x      value space.
               05 bd-account        pic x(04).
               05 filler            pic x      value space.
               05 bd-name           pic x(16).
               05 filler            pic x      value space.
               05 bd-month-budget   pic -zzzzzzzz9.
               05 filler            pic x      value space.
               05 bd-month-actual   pic -zzzzzzzz9.
               05 filler            pic x      value space.
               05 bd-ytd-budget     pic -zzzzzzzz9.
               05 filler            pic x      value space.
               05 bd-ytd-actual     pic -zzzzzzzz9.
               05 filler            pic x      value space.
               05 bd-variance       pic -zzzzzzzz9.
               05 filler            pic x      value space.
               05 bd-percent        pic x(05).
               05 filler            pic x      value space.
               05 bd-flag           pic x(07).

       procedure division.

           perform write-runlog-start.

           perform read-business-date.
           perform read-site-params.
           perform find-budget-year.

           perform load-chart.
           perform load-budgets.

           open input ledger-file.
           if ledger-file-status not = "00"
               display "error: cannot open LEDGER.DAT"
      *> non-zero so a calling job step can detect the missing file.
               move 8 to return-code
               perform write-runlog-end
               goback
           end-if.

           move "N" to end-of-file.
           perform until end-of-file = "Y"
               read ledger-file
                   at end move "Y" to end-of-file
                   not at end perform post-ledger-line
               end-read
           end-perform.

           close ledger-file.

           perform write-reports.

           display "ledger lines read:   " ledger-lines-read.
           display "budget rows read:    " budget-rows-read.
           display "accounts listed:     " accounts-listed.
           display "accounts over budget: " accounts-over.
           if accounts-dropped > zero
               display "warning: " accounts-dropped
                   " accounts past the table, not reported"
      *> non-zero so the bursar knows the report is short.
               move 4 to return-code
           end-if.

           perform write-runlog-end.
       goback.

       write-runlog-start.

           move "budgetrep" to rl-program-name.
           move "START" to rl-event.
           move zero to rl-records-read.
           move zero to rl-records-written.
           move zero to rl-return-code.
           call "runlog" using rl-program-name rl-event
               rl-records-read rl-records-written rl-return-code.

       write-runlog-end.

           move "budgetrep" to rl-program-name.
           move "END" to rl-event.
           move ledger-lines-read to rl-records-read.
           move accounts-listed to rl-records-written.
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

       read-site-params.

           move "BUDGET-TOLERANCE" to pm-name.
           call "getparam" using pm-name pm-value pm-found.
           if pm-found = "Y" and pm-value >= zero
                   and pm-value < 1000
               move pm-value to tolerance-pct
           end-if.

           move "BUDGET-YEAR-START" to pm-name.
           call "getparam" using pm-name pm-value pm-found.
           if pm-found = "Y" and pm-value >= 1
                   and pm-value <= 12
               move pm-value to year-start-month
           end-if.

      *> a month before the year's first month belongs to the budget
      *> year that started the calendar year before.
       find-budget-year.

           move business-date(1:6) to report-period.
           move business-date(1:4) to period-year.
           move business-date(5:2) to period-month.

           if period-month < year-start-month
               subtract 1 from period-year
           end-if.
           move period-year to year-start-period(1:4).
           move year-start-month to year-start-period(5:2).

       load-chart.

           open input account-master-file.
           if account-master-status = "00"
               move "N" to end-of-file
               perform until end-of-file = "Y"
                   read account-master-file next record
                       at end move "Y" to end-of-file
                       not at end
                           move ac-account-code to find-account
                           perform find-account-slot
                           if acct-slot > zero
                               move ac-account-name
                                   to ba-name(acct-slot)
                           end-if
                   end-read
               end-perform
               close account-master-file
           else
               display "warning: no chart of accounts on file"
           end-if.

       load-budgets.

           open input budget-master-file.
           if budget-master-status = "00"
               move "N" to end-of-file
               perform until end-of-file = "Y"
                   read budget-master-file next record
                       at end move "Y" to end-of-file
                       not at end perform post-budget-row
                   end-read
               end-perform
               close budget-master-file
           else
               display "warning: no budget on file"
           end-if.

       post-budget-row.

           add 1 to budget-rows-read.

           if bu-period >= year-start-period
                   and bu-period <= report-period
               move bu-account-code to find-account
               perform find-account-slot
               if acct-slot > zero
                   add bu-amount to ba-ytd-budget(acct-slot)
                   if bu-period = report-period
                       add bu-amount to ba-month-budget(acct-slot)
                   end-if
               end-if
           end-if.

       post-ledger-line.

           add 1 to ledger-lines-read.
           move ledger-line to parsed-ledger.

           if pl-timestamp(1:6) >= year-start-period
                   and pl-timestamp(1:6) <= report-period
                   and not pl-is-owed
               compute entry-total = function numval(pl-total)
               if pl-is-reversal or pl-is-stock-credit
                   compute entry-amount = 0 - entry-total
               else
                   move entry-total to entry-amount
               end-if

               if pl-account = spaces
                   move "----" to find-account
               else
                   move pl-account to find-account
               end-if
               perform find-account-slot
               if acct-slot > zero
                   add entry-amount to ba-ytd-actual(acct-slot)
                   if pl-timestamp(1:6) = report-period
                       add entry-amount to ba-month-actual(acct-slot)
                   end-if
               end-if
           end-if.

      *> postings cut before the account column existed carry a
      *> blank account and land under "----", as on the trial
      *> balance.
       find-account-slot.

           move zero to acct-slot.
           perform varying acct-idx from 1 by 1
                   until acct-idx > acct-count or acct-slot > zero
               if ba-account(acct-idx) = find-account
                   move acct-idx to acct-slot
               end-if
           end-perform.

           if acct-slot = zero
               if acct-count < 200
                   add 1 to acct-count
                   move acct-count to acct-slot
                   move find-account to ba-account(acct-slot)
                   if find-account = "----"
                       move "NON AFFECTE" to ba-name(acct-slot)
                   else
                       move "HORS PLAN" to ba-name(acct-slot)
                   end-if
                   move zero to ba-month-budget(acct-slot)
                   move zero to ba-month-actual(acct-slot)
                   move zero to ba-ytd-budget(acct-slot)
                   move zero to ba-ytd-actual(acct-slot)
               else
                   add 1 to accounts-dropped
               end-if
           end-if.

       write-reports.

           open output report-file.
           open output overrun-file.

           move report-period to rh-period.
           move year-start-period to rh-year-start.
           move business-date to rh-date.
           move report-heading to report-line.
           write report-line.
           move spaces to report-line.
           write report-line.
           move column-heading to report-line.
           write report-line.

           move business-date to oh-date.
           move tolerance-pct to oh-tolerance.
           move overrun-heading to overrun-line.
           write overrun-line.
           move spaces to overrun-line.
           write overrun-line.
           move column-heading to overrun-line.
           write overrun-line.

           perform varying acct-idx from 1 by 1
                   until acct-idx > acct-count
               if ba-ytd-budget(acct-idx) not = zero
                       or ba-ytd-actual(acct-idx) not = zero
                       or ba-month-budget(acct-idx) not = zero
                       or ba-month-actual(acct-idx) not = zero
                   perform write-one-account
               end-if
           end-perform.

           if accounts-over = zero
               move "   AUCUN" to overrun-line
               write overrun-line
           end-if.

           move spaces to report-line.
           write report-line.
           move "TOUS" to bd-account.
           move "TOTAL" to bd-name.
           move total-month-budget to line-month-budget.
           move total-month-actual to line-month-actual.
           move total-ytd-budget to line-ytd-budget.
           move total-ytd-actual to line-ytd-actual.
           perform build-detail-line.
           move spaces to bd-flag.
           move budget-detail to report-line.
           write report-line.

           close overrun-file.
           close report-file.

       write-one-account.

           add 1 to accounts-listed.

           move ba-account(acct-idx) to bd-account.
           move ba-name(acct-idx) to bd-name.
           move ba-month-budget(acct-idx) to line-month-budget.
           move ba-month-actual(acct-idx) to line-month-actual.
           move ba-ytd-budget(acct-idx) to line-ytd-budget.
           move ba-ytd-actual(acct-idx) to line-ytd-actual.
           perform build-detail-line.

           add line-month-budget to total-month-budget.
           add line-month-actual to total-month-actual.
           add line-ytd-budget to total-ytd-budget.
           add line-ytd-actual to total-ytd-actual.

           move budget-detail to report-line.
           write report-line.

           if bd-flag not = spaces
               add 1 to accounts-over
               move budget-detail to overrun-line
               write overrun-line
           end-if.

      *> the share consumed is the year to date's; an account with
      *> no budget has none to show.
       build-detail-line.

           move line-month-budget to bd-month-budget.
           move line-month-actual to bd-month-actual.
           move line-ytd-budget to bd-ytd-budget.
           move line-ytd-actual to bd-ytd-actual.
           compute bd-variance = line-ytd-actual - line-ytd-budget.

           move spaces to bd-flag.
           if line-ytd-budget > zero
               compute percent-used rounded =
                   line-ytd-actual * 100 / line-ytd-budget
               if percent-used < zero
                   move zero to percent-used
               end-if
               if percent-used > 9999
                   move 9999 to percent-used
               end-if
               move percent-used to percent-edit
               move percent-edit to bd-percent(1:4)
               move "%" to bd-percent(5:1)
               compute over-limit =
                   line-ytd-budget * (100 + tolerance-pct) / 100
               if line-ytd-actual > over-limit
                   move "DEPASSE" to bd-flag
               end-if
           else
               move "   --" to bd-percent
               if line-ytd-actual > zero
                   move "DEPASSE" to bd-flag
               end-if
           end-if.
