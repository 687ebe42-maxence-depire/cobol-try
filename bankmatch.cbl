      *> nightly bank matching: every statement line on
      *> BANK-LINES.DAT not yet matched is paired with a ledger
      *> posting of the same amount whose posting date lies within
      *> BANK-MATCH-DAYS calendar days of the bank's value date
      *> (SITE-PARAMS.DAT, three when not set) -- the closest date
      *> first, the earliest posting among equals. only postings
      *> that are money in are candidates: the billing, award,
      *> supplier and customer invoice and stock postings and the
      *> adjusting entries that reverse a posting never reach the
      *> bank. a posting once matched is never offered again, and a
      *> bank line needing several postings -- the day's takings
      *> paid in as one deposit -- is left for the matching screen,
      *> as is money out, which the ledger does not carry.
      *>
      *> postings dated before the first statement line less the
      *> window were banked before the statement starts and are not
      *> looked at.
       identification division.
       program-id. bankmatch.

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

           select run-date-file assign to "RUN-DATE.DAT"
               organization line sequential
               file status is run-date-status.

       data division.
       file section.
       fd  bank-line-file.
           copy bankline.

       fd  match-file.
           copy bankpair.

       fd  ledger-file.
       01  ledger-line pic x(48).

       fd  run-date-file.
       01  run-date-record.
           05 rdc-business-date pic x(08).

       working-storage section.

           copy runlogfields.
           copy paramfields.

           77 bank-line-status  pic xx.
           77 match-file-status pic xx.
           77 ledger-file-status pic xx.

           77 run-date-status pic xx.
           77 business-date   pic x(08).

           77 end-of-file pic x.

           77 match-window pic 9(03) value 3.

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
                                           "STD" "STC" "ADR".

           77 ledger-line-number pic 9(07) value zero.
           77 entry-total pic 9(05).
           77 entry-date  pic x(08).

           77 whole-amount pic 9(09).

           77 earliest-int pic 9(07) value zero.
           77 bank-date-int pic 9(07).
           77 entry-date-int pic 9(07).
           77 day-gap      pic s9(07).
           77 best-gap     pic 9(07).

      *> the unmatched money-in postings from the statement's start,
      *> in ledger order.
           77 candidate-count pic 9(04) value zero.
           77 candidate-idx   pic 9(04).
           77 best-idx        pic 9(04).
           77 candidates-dropped pic 9(05) value zero.

           01 candidate-table.
               05 candidate-entry occurs 3000 times.
                   10 lc-ledger-line pic 9(07).
                   10 lc-date-int    pic 9(07).
                   10 lc-amount      pic 9(05).
                   10 lc-taken       pic x(01).

           77 lines-read     pic 9(06) value zero.
           77 lines-matched  pic 9(06) value zero.
           77 lines-left     pic 9(06) value zero.

       procedure division.

           perform write-runlog-start.

           perform read-business-date.
           perform read-site-params.

           open i-o bank-line-file.
           if bank-line-status not = "00"
               display "no bank statement lines to match"
               perform write-runlog-end
               goback
           end-if.

           open i-o match-file.
           if match-file-status = "35"
               open output match-file
               close match-file
               open i-o match-file
           end-if.
           if match-file-status not = "00"
               display "error: cannot open BANK-MATCHES.DAT"
               close bank-line-file
      *> non-zero so a calling job step can detect the missing file.
               move 8 to return-code
               perform write-runlog-end
               goback
           end-if.

           perform find-statement-start.

           if earliest-int > zero
               perform load-ledger-candidates
               perform match-bank-lines
           end-if.

           close match-file.
           close bank-line-file.

           display "bank lines read:      " lines-read.
           display "bank lines matched:   " lines-matched.
           display "bank lines left:      " lines-left.
           if candidates-dropped > zero
               display "warning: " candidates-dropped
                   " postings past the table, not matched tonight"
      *> non-zero so the bursar knows the matching was cut short.
               move 4 to return-code
           end-if.

           perform write-runlog-end.
       goback.

       write-runlog-start.

           move "bankmatch" to rl-program-name.
           move "START" to rl-event.
           move zero to rl-records-read.
           move zero to rl-records-written.
           move zero to rl-return-code.
           call "runlog" using rl-program-name rl-event
               rl-records-read rl-records-written rl-return-code.

       write-runlog-end.

           move "bankmatch" to rl-program-name.
           move "END" to rl-event.
           move lines-read to rl-records-read.
           move lines-matched to rl-records-written.
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

           move "BANK-MATCH-DAYS" to pm-name.
           call "getparam" using pm-name pm-value pm-found.
           if pm-found = "Y" and pm-value >= zero
                   and pm-value < 1000
               move pm-value to match-window
           end-if.

      *> the first line on the file is the earliest: the key starts
      *> with the value date.
       find-statement-start.

           move low-values to bk-line-key.
           start bank-line-file key is >= bk-line-key
               invalid key continue
               not invalid key
                   read bank-line-file next record
                       at end continue
                       not at end
                           compute earliest-int =
                               function integer-of-date(
                               function numval(bk-value-date))
                               - match-window
                   end-read
           end-start.

       load-ledger-candidates.

           open input ledger-file.
           if ledger-file-status = "00"
               move "N" to end-of-file
               perform until end-of-file = "Y"
                   read ledger-file
                       at end move "Y" to end-of-file
                       not at end perform note-ledger-posting
                   end-read
               end-perform
               close ledger-file
           end-if.

       note-ledger-posting.

           add 1 to ledger-line-number.
           move ledger-line to parsed-ledger.
           move pl-timestamp(1:8) to entry-date.

           if not pl-is-not-cash and entry-date is numeric
               compute entry-total = function numval(pl-total)
               compute entry-date-int = function integer-of-date(
                   function numval(entry-date))
               if entry-total > zero
                       and entry-date-int >= earliest-int
                   move ledger-line-number to bm-ledger-line
                   read match-file
                       invalid key perform add-candidate
                   end-read
               end-if
           end-if.

       add-candidate.

           if candidate-count < 3000
               add 1 to candidate-count
               move ledger-line-number
                   to lc-ledger-line(candidate-count)
               move entry-date-int to lc-date-int(candidate-count)
               move entry-total to lc-amount(candidate-count)
               move "N" to lc-taken(candidate-count)
           else
               add 1 to candidates-dropped
           end-if.

       match-bank-lines.

           move low-values to bk-line-key.
           move "N" to end-of-file.
           start bank-line-file key is >= bk-line-key
               invalid key move "Y" to end-of-file
           end-start.

           perform until end-of-file = "Y"
               read bank-line-file next record
                   at end move "Y" to end-of-file
                   not at end
                       add 1 to lines-read
                       if bk-is-unmatched
                           perform match-one-line
                       end-if
               end-read
           end-perform.

      *> the ledger carries whole units, so a bank line with cents
      *> can only be matched by hand.
       match-one-line.

           move zero to best-idx.
           move bk-amount to whole-amount.
           if bk-amount > zero and bk-amount < 100000
                   and bk-amount = whole-amount
               compute bank-date-int = function integer-of-date(
                   function numval(bk-value-date))
               move 9999999 to best-gap
               perform varying candidate-idx from 1 by 1
                       until candidate-idx > candidate-count
                   if lc-taken(candidate-idx) = "N"
                           and lc-amount(candidate-idx) = bk-amount
                       compute day-gap = bank-date-int
                           - lc-date-int(candidate-idx)
                       if day-gap < zero
                           compute day-gap = 0 - day-gap
                       end-if
                       if day-gap <= match-window
                               and day-gap < best-gap
                           move day-gap to best-gap
                           move candidate-idx to best-idx
                       end-if
                   end-if
               end-perform
           end-if.

           if best-idx > zero
               perform record-auto-match
           else
               add 1 to lines-left
           end-if.

       record-auto-match.

           move "Y" to lc-taken(best-idx).

           move lc-ledger-line(best-idx) to bm-ledger-line.
           move bk-line-key to bm-bank-line-key.
           move "A" to bm-match-type.
           move business-date to bm-match-date.
           move "bankmatch" to bm-operator.
           write bank-match-record
               invalid key
                   display "error: ledger line " bm-ledger-line
                       " already matched"
           end-write.

           move "A" to bk-match-status.
           move 1 to bk-match-count.
           move business-date to bk-matched-date.
           move "bankmatch" to bk-matched-by.
           rewrite bank-line-record
               invalid key display "error: bank line rewrite failed"
           end-rewrite.

           add 1 to lines-matched.
