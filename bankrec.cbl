      *> bank reconciliation report: the ledger set against the bank
      *> statement as of the last value date on BANK-LINES.DAT. the
      *> ledger side is every money-in posting dated from the first
      *> statement line to the last, plus any posting matched to a
      *> statement line whatever its date; the bank side is the
      *> opening balance the statement started from
      *> (BANK-OPENING-BAL on SITE-PARAMS.DAT, zero when not set) and
      *> every statement line. the postings the bank has not shown
      *> and the statement lines the ledger does not carry are
      *> listed as the outstanding items on each side, and the
      *> ledger balance less its outstanding items, plus the bank's,
      *> plus the opening balance must come to the bank balance. any
      *> difference left over is printed as unexplained -- a match
      *> whose two sides no longer agree -- and the run posts
      *> return-code 4. printed to BANK-RECONCILIATION.DAT.
      *>
      *> an adjusting entry reversing a posting takes money off the
      *> ledger that never left the bank; it is never matched and
      *> stays on the ledger side as a negative outstanding item,
      *> netting out the posting it reverses.
       identification division.
       program-id. bankrec.

       environment division.
       input-output section.
       file-control.
           select bank-line-file assign to "BANK-LINES.DAT"
               organization indexed
               access mode is dynamic
               record key is bk-line-key
               file status is bank-line-status.

           select match-file assign to "BANK-MATCHES.DAT"
               organization indexed
               access mode is dynamic
               record key is bm-ledger-line
               file status is match-file-status.

           select ledger-file assign to "LEDGER.DAT"
               organization line sequential
               file status is ledger-file-status.

           select print-file assign to "BANK-RECONCILIATION.DAT"
               organization line sequential.

       data division.
       file section.
       fd  bank-line-file.
           copy bankline.

       fd  match-file.
           copy bankpair.

       fd  ledger-file.
       01  ledger-line pic x(48).

       fd  print-file.
       01  print-line pic x(80).

       working-storage section.

           copy runlogfields.
           copy paramfields.

           77 bank-line-status   pic xx.
           77 match-file-status  pic xx.
           77 ledger-file-status pic xx.

           77 matches-available pic x value "N".
               88 matches-are-available value "Y".

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
                   88 pl-is-not-cash value "FAC" "BRS" "FRN" "FCL"
                                           "STD" "STC".
                   88 pl-is-reversal value "ADR".

           77 ledger-line-number pic 9(07) value zero.
           77 entry-total pic 9(05).
           77 entry-amount pic s9(05).
           77 entry-date  pic x(08).
           77 posting-matched pic x.

           77 statement-start pic x(08) value spaces.
           77 statement-end   pic x(08) value spaces.

           77 opening-balance     pic s9(09)v99 value zero.
           77 ledger-balance      pic s9(11)v99 value zero.
           77 ledger-outstanding  pic s9(11)v99 value zero.
           77 bank-balance        pic s9(11)v99 value zero.
           77 bank-outstanding    pic s9(11)v99 value zero.
           77 adjusted-balance    pic s9(11)v99.
           77 unexplained         pic s9(11)v99.

           77 bank-lines-read     pic 9(06) value zero.
           77 ledger-items-open   pic 9(06) value zero.
           77 bank-items-open     pic 9(06) value zero.

           01 ledger-item-detail.
               05 filler            pic x(03)  value space.
               05 filler            pic x(06)  value "LIGNE ".
               05 li-ledger-line    pic zzzzzz9.
               05 filler            pic x(02)  value space.
               05 li-date           pic x(08).
               05 filler            pic x(02)  value space.
               05 li-account        pic x(04).
               05 filler            pic x(23)  value space.
               05 li-amount         pic -zzzzzzzzzz9.99.

           01 bank-item-detail.
               05 filler            pic x(02)  value space.
               05 bi-value-date     pic x(08).
               05 filler            pic x(01)  value space.
               05 bi-sequence       pic 9(04).
               05 filler            pic x(02)  value space.
               05 bi-reference      pic x(16).
               05 filler            pic x(01)  value space.
               05 bi-description    pic x(20).
               05 filler            pic x(01)  value space.
               05 bi-amount         pic -zzzzzzzzzz9.99.

           01 summary-detail.
               05 filler            pic x      value space.
               05 sm-label          pic x(54).
               05 sm-amount         pic -zzzzzzzzzz9.99.
               05 filler            pic x(02)  value space.
               05 sm-flag           pic x(08)  value space.

       procedure division.

           perform write-runlog-start.

           move "BANK-OPENING-BAL" to pm-name.
           call "getparam" using pm-name pm-value pm-found.
           if pm-found = "Y"
               move pm-value to opening-balance
           end-if.

           open input bank-line-file.
           if bank-line-status not = "00"
               display "no bank statement loaded, nothing to reconcile"
               perform write-runlog-end
               goback
           end-if.

           open input match-file.
           if match-file-status = "00"
               move "Y" to matches-available
           end-if.

           perform find-statement-dates.

           open output print-file.

           move spaces to print-line.
           string " RAPPROCHEMENT BANCAIRE AU " delimited by size
                  statement-end delimited by size
                  "  RELEVE DEPUIS LE " delimited by size
                  statement-start delimited by size
                  into print-line.
           write print-line.
           move spaces to print-line.
           write print-line.

           move " EN SUSPENS AU GRAND LIVRE, NON VUS EN BANQUE"
               to print-line.
           write print-line.
           perform list-ledger-outstanding.
           if ledger-items-open = zero
               move "   AUCUN" to print-line
               write print-line
           end-if.
           move spaces to print-line.
           write print-line.

           move " EN SUSPENS EN BANQUE, NON PASSES AU GRAND LIVRE"
               to print-line.
           write print-line.
           perform list-bank-outstanding.
           if bank-items-open = zero
               move "   AUCUN" to print-line
               write print-line
           end-if.
           move spaces to print-line.
           write print-line.

           perform write-reconciliation.

           close print-file.
           if matches-are-available
               close match-file
           end-if.
           close bank-line-file.

           display "statement lines read:   " bank-lines-read.
           display "ledger items open:      " ledger-items-open.
           display "bank items open:        " bank-items-open.

           if unexplained not = zero
      *> non-zero so the bursar looks at the match that no longer
      *> agrees before the figures go out.
               move 4 to return-code
           end-if.

           perform write-runlog-end.
       goback.

       write-runlog-start.

           move "bankrec" to rl-program-name.
           move "START" to rl-event.
           move zero to rl-records-read.
           move zero to rl-records-written.
           move zero to rl-return-code.
           call "runlog" using rl-program-name rl-event
               rl-records-read rl-records-written rl-return-code.

       write-runlog-end.

           move "bankrec" to rl-program-name.
           move "END" to rl-event.
           move bank-lines-read to rl-records-read.
           compute rl-records-written =
               ledger-items-open + bank-items-open.
           move return-code to rl-return-code.
           call "runlog" using rl-program-name rl-event
               rl-records-read rl-records-written rl-return-code.

      *> the statement runs from its first value date to its last;
      *> the key starts with the value date.
       find-statement-dates.

           move "N" to end-of-file.
           perform until end-of-file = "Y"
               read bank-line-file next record
                   at end move "Y" to end-of-file
                   not at end
                       if statement-start = spaces
                           move bk-value-date to statement-start
                       end-if
                       move bk-value-date to statement-end
               end-read
           end-perform.

       list-ledger-outstanding.

           open input ledger-file.
           if ledger-file-status = "00"
               move "N" to end-of-file
               perform until end-of-file = "Y"
                   read ledger-file
                       at end move "Y" to end-of-file
                       not at end perform reconcile-one-posting
                   end-read
               end-perform
               close ledger-file
           end-if.

       reconcile-one-posting.

           add 1 to ledger-line-number.
           move ledger-line to parsed-ledger.
           move pl-timestamp(1:8) to entry-date.

           if not pl-is-not-cash
               move "N" to posting-matched
               if matches-are-available
                   move ledger-line-number to bm-ledger-line
                   read match-file
                       invalid key continue
                       not invalid key move "Y" to posting-matched
                   end-read
               end-if
               if posting-matched = "Y"
                       or (entry-date >= statement-start
                           and entry-date <= statement-end)
                   compute entry-total = function numval(pl-total)
                   if pl-is-reversal
                       compute entry-amount = 0 - entry-total
                   else
                       move entry-total to entry-amount
                   end-if
                   add entry-amount to ledger-balance
                   if posting-matched = "N"
                       perform write-ledger-item
                   end-if
               end-if
           end-if.

       write-ledger-item.

           add 1 to ledger-items-open.
           add entry-amount to ledger-outstanding.

           move ledger-line-number to li-ledger-line.
           move entry-date to li-date.
           move pl-account to li-account.
           move entry-amount to li-amount.
           move ledger-item-detail to print-line.
           write print-line.

       list-bank-outstanding.

           move low-values to bk-line-key.
           move "N" to end-of-file.
           start bank-line-file key is >= bk-line-key
               invalid key move "Y" to end-of-file
           end-start.

           perform until end-of-file = "Y"
               read bank-line-file next record
                   at end move "Y" to end-of-file
                   not at end
                       add 1 to bank-lines-read
                       add bk-amount to bank-balance
                       if bk-is-unmatched
                           perform write-bank-item
                       end-if
               end-read
           end-perform.

           add opening-balance to bank-balance.

       write-bank-item.

           add 1 to bank-items-open.
           add bk-amount to bank-outstanding.

           move bk-value-date to bi-value-date.
           move bk-sequence to bi-sequence.
           move bk-reference to bi-reference.
           move bk-description to bi-description.
           move bk-amount to bi-amount.
           move bank-item-detail to print-line.
           write print-line.

       write-reconciliation.

           compute adjusted-balance = ledger-balance
               - ledger-outstanding + bank-outstanding
               + opening-balance.
           compute unexplained = bank-balance - adjusted-balance.

           move "SOLDE AU GRAND LIVRE" to sm-label.
           move ledger-balance to sm-amount.
           perform write-summary-line.

           move "MOINS EN SUSPENS AU GRAND LIVRE" to sm-label.
           move ledger-outstanding to sm-amount.
           perform write-summary-line.

           move "PLUS EN SUSPENS EN BANQUE" to sm-label.
           move bank-outstanding to sm-amount.
           perform write-summary-line.

           move "PLUS SOLDE D'OUVERTURE DU RELEVE" to sm-label.
           move opening-balance to sm-amount.
           perform write-summary-line.

           move "SOLDE BANQUE ATTENDU" to sm-label.
           move adjusted-balance to sm-amount.
           perform write-summary-line.

           move "SOLDE AU RELEVE BANCAIRE" to sm-label.
           move bank-balance to sm-amount.
           perform write-summary-line.

           move "ECART NON EXPLIQUE" to sm-label.
           move unexplained to sm-amount.
           if unexplained = zero
               move "EXPLIQUE" to sm-flag
           else
               move "ECART" to sm-flag
           end-if.
           perform write-summary-line.

       write-summary-line.

           move summary-detail to print-line.
           write print-line.
           move spaces to sm-flag.
