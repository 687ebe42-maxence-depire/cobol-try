      *> bank matching by hand: what the nightly matching run could
      *> not pair -- a deposit covering several postings, an amount
      *> with cents, a posting outside the date window -- is matched
      *> here. the screen lists the statement lines still open, takes
      *> one by value date and line, lists the money-in postings
      *> still open around its date, and takes ledger line numbers
      *> until a zero. the match is recorded only when the postings
      *> add up to the bank line to the cent. a wrong match, by hand
      *> or by the run, is undone with the unmatch action and both
      *> sides go back to open. every accept joins the compliance
      *> input trail.
       identification division.
       program-id. bankman.

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
       fd  bank-line-file.
           copy bankline.

       fd  match-file.
           copy bankpair.

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

           copy paramfields.

           77 bank-line-status    pic xx.
           77 match-file-status   pic xx.
           77 ledger-file-status  pic xx.
           77 accept-audit-status pic xx.

           77 run-date-status pic xx.
           77 business-date   pic x(08).

           77 session-file-status pic xx.
           77 session-operator pic x(08) value spaces.

           77 maint-action pic x.
               88 action-is-match   value "M".
               88 action-is-unmatch value "U".
               88 action-is-exit    value "X".
           77 done-entering pic x value "N".
               88 all-done value "Y".

           77 entry-value-date  pic x(08).
           77 entry-sequence    pic 9(04).
           77 entry-ledger-line pic 9(07).

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

           77 end-of-file pic x.
           77 lines-listed pic 9(03).
           77 ledger-line-number pic 9(07).
           77 lines-counted pic 9(07).
           77 posting-found pic x.
           77 posting-open  pic x.
           77 entry-total pic 9(05).
           77 bank-date-int  pic 9(07).
           77 entry-date-int pic 9(07).
           77 day-gap        pic s9(07).

      *> the postings picked for the bank line in hand.
           77 pick-count pic 9(02).
           77 pick-idx   pic 9(02).
           77 pick-total pic 9(09)v99.
           77 entering-postings pic x.
           01 pick-table.
               05 pick-ledger-line pic 9(07) occurs 10 times.

           77 matches-made   pic 9(04) value zero.
           77 matches-undone pic 9(04) value zero.

           01 bank-display.
               05 filler          pic x(02) value space.
               05 bd-value-date   pic x(08).
               05 filler          pic x(01) value space.
               05 bd-sequence     pic 9(04).
               05 filler          pic x(02) value space.
               05 bd-amount       pic -zzzzzzzz9.99.
               05 filler          pic x(02) value space.
               05 bd-reference    pic x(16).
               05 filler          pic x(02) value space.
               05 bd-description  pic x(20).

           01 posting-display.
               05 filler          pic x(02) value space.
               05 filler          pic x(06) value "line  ".
               05 pd-ledger-line  pic zzzzzz9.
               05 filler          pic x(02) value space.
               05 pd-date         pic x(08).
               05 filler          pic x(02) value space.
               05 pd-account      pic x(04).
               05 filler          pic x(02) value space.
               05 pd-amount       pic zzzz9.

           01 total-display.
               05 filler          pic x(16) value "  picked total  ".
               05 td-total        pic -zzzzzzzz9.99.
               05 filler          pic x(10) value "  of bank ".
               05 td-bank-amount  pic -zzzzzzzz9.99.

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
               PROMPT-TEXT by "action (M)atch (U)nmatch e(X)it: "
               FIELD-PIC   by x
               TARGET-FIELD by maint-action.

           copy promptfield replacing
               SCREEN-NAME by ask_value_date
               FIELD-LINE  by 20
               PROMPT-TEXT by "bank value date:  "
               ==FIELD-PIC== by ==x(08)==
               TARGET-FIELD by entry-value-date.

           copy promptfield replacing
               SCREEN-NAME by ask_sequence
               FIELD-LINE  by 21
               PROMPT-TEXT by "line on the date: "
               ==FIELD-PIC== by ==9(04)==
               TARGET-FIELD by entry-sequence.

           copy promptfield replacing
               SCREEN-NAME by ask_ledger_line
               FIELD-LINE  by 22
               PROMPT-TEXT by "ledger line, 0 ends: "
               ==FIELD-PIC== by ==9(07)==
               TARGET-FIELD by entry-ledger-line.

       procedure division.

           perform read-session-operator.
           perform read-business-date.

           move "BANK-MATCH-DAYS" to pm-name.
           call "getparam" using pm-name pm-value pm-found.
           if pm-found = "Y" and pm-value >= zero
                   and pm-value < 1000
               move pm-value to match-window
           end-if.

           open i-o bank-line-file.
           if bank-line-status not = "00"
               display "no bank statement loaded"
               goback
           end-if.

           open i-o match-file.
           if match-file-status = "35"
               open output match-file
               close match-file
               open i-o match-file
           end-if.

           perform until all-done

               display ask_action
               accept ask_action
               move "ACTION" to audit-field-name
               move maint-action to audit-value
               perform log-accept-event

               evaluate true
                   when action-is-match   perform match-one-line
                   when action-is-unmatch perform unmatch-one-line
                   when action-is-exit    move "Y" to done-entering
                   when other
                       display "unknown action, try again"
               end-evaluate

           end-perform.

           close match-file.
           close bank-line-file.

           display "bank lines matched: " matches-made.
           display "matches undone:     " matches-undone.

       goback.

       read-session-operator.

           open input session-file.
           if session-file-status = "00"
               read session-file
                   not at end move so-operator-id to session-operator
               end-read
               close session-file
           end-if.

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

       match-one-line.

           display erase_screen.
           perform list-open-bank-lines.

           perform ask-bank-line.

           read bank-line-file
               invalid key
                   display "no statement line on that date and line"
               not invalid key
                   evaluate true
                       when not bk-is-unmatched
                           display "that line is already matched"
                       when bk-amount not > zero
                           display "money out has no ledger posting "
                               "to match"
                       when other
                           perform pick-postings
                   end-evaluate
           end-read.

       ask-bank-line.

           display ask_value_date.
           accept ask_value_date.
           move "VALUE DATE" to audit-field-name.
           move entry-value-date to audit-value.
           perform log-accept-event.

           display ask_sequence.
           accept ask_sequence.
           move "LINE" to audit-field-name.
           move entry-sequence to audit-value.
           perform log-accept-event.

           move entry-value-date to bk-value-date.
           move entry-sequence to bk-sequence.

      *> the first screenful of statement lines still open.
       list-open-bank-lines.

           move zero to lines-listed.
           move low-values to bk-line-key.
           move "N" to end-of-file.
           start bank-line-file key is >= bk-line-key
               invalid key move "Y" to end-of-file
           end-start.

           perform until end-of-file = "Y"
               read bank-line-file next record
                   at end move "Y" to end-of-file
                   not at end
                       if bk-is-unmatched
                           add 1 to lines-listed
                           move bk-value-date to bd-value-date
                           move bk-sequence to bd-sequence
                           move bk-amount to bd-amount
                           move bk-reference to bd-reference
                           move bk-description to bd-description
                           display bank-display
                           if lines-listed >= 12
                               move "Y" to end-of-file
                           end-if
                       end-if
               end-read
           end-perform.

           if lines-listed = zero
               display "  every statement line is matched"
           end-if.

       pick-postings.

           move bk-value-date to bd-value-date.
           move bk-sequence to bd-sequence.
           move bk-amount to bd-amount.
           move bk-reference to bd-reference.
           move bk-description to bd-description.
           display bank-display.
           perform list-open-postings.

           move zero to pick-count.
           move zero to pick-total.
           move "Y" to entering-postings.
           perform until entering-postings = "N"
               move zero to entry-ledger-line
               display ask_ledger_line
               accept ask_ledger_line
               move "LEDGER LINE" to audit-field-name
               move entry-ledger-line to audit-value
               perform log-accept-event
               if entry-ledger-line = zero
                   move "N" to entering-postings
               else
                   perform pick-one-posting
               end-if
           end-perform.

           evaluate true
               when pick-count = zero
                   display "no postings picked, nothing matched"
               when pick-total not = bk-amount
                   display "postings and bank line differ, nothing "
                       "matched"
               when other
                   perform record-hand-match
           end-evaluate.

       pick-one-posting.

           move entry-ledger-line to ledger-line-number.
           perform fetch-ledger-line.

           move "N" to posting-open.
           evaluate true
               when posting-found = "N"
                   display "no such line on the ledger"
               when pl-is-not-cash
                   display "that posting is not money in"
               when pick-count >= 10
                   display "ten postings is the most one line takes"
               when other
                   move "Y" to posting-open
           end-evaluate.

           if posting-open = "Y"
               perform varying pick-idx from 1 by 1
                       until pick-idx > pick-count
                   if pick-ledger-line(pick-idx) = ledger-line-number
                       move "N" to posting-open
                   end-if
               end-perform
               if posting-open = "N"
                   display "that posting is picked already"
               end-if
           end-if.

           if posting-open = "Y"
               move ledger-line-number to bm-ledger-line
               read match-file
                   invalid key continue
                   not invalid key
                       move "N" to posting-open
                       display "that posting is matched already to "
                           bm-bank-line-key
               end-read
           end-if.

           if posting-open = "Y"
               add 1 to pick-count
               move ledger-line-number to pick-ledger-line(pick-count)
               compute entry-total = function numval(pl-total)
               add entry-total to pick-total
               move pick-total to td-total
               move bk-amount to td-bank-amount
               display total-display
           end-if.

      *> the ledger line by its number on LEDGER.DAT.
       fetch-ledger-line.

           move "N" to posting-found.
           open input ledger-file.
           if ledger-file-status = "00"
               move zero to lines-counted
               move "N" to end-of-file
               perform until end-of-file = "Y"
                   read ledger-file
                       at end move "Y" to end-of-file
                       not at end
                           add 1 to lines-counted
                           if lines-counted = ledger-line-number
                               move ledger-line to parsed-ledger
                               move "Y" to posting-found
                               move "Y" to end-of-file
                           end-if
                   end-read
               end-perform
               close ledger-file
           end-if.

      *> the money-in postings still open within the matching window
      *> either side of the bank line's value date.
       list-open-postings.

           compute bank-date-int = function integer-of-date(
               function numval(bk-value-date)).

           move zero to lines-listed.
           move zero to ledger-line-number.
           open input ledger-file.
           if ledger-file-status = "00"
               move "N" to end-of-file
               perform until end-of-file = "Y"
                   read ledger-file
                       at end move "Y" to end-of-file
                       not at end perform list-one-posting
                   end-read
               end-perform
               close ledger-file
           end-if.

           if lines-listed = zero
               display "  no open posting near that date"
           end-if.

       list-one-posting.

           add 1 to ledger-line-number.
           move ledger-line to parsed-ledger.

           if not pl-is-not-cash and pl-timestamp(1:8) is numeric
                   and lines-listed < 12
               compute entry-date-int = function integer-of-date(
                   function numval(pl-timestamp(1:8)))
               compute day-gap = bank-date-int - entry-date-int
               if day-gap < zero
                   compute day-gap = 0 - day-gap
               end-if
               if day-gap <= match-window
                   move ledger-line-number to bm-ledger-line
                   read match-file
                       invalid key
                           add 1 to lines-listed
                           move ledger-line-number to pd-ledger-line
                           move pl-timestamp(1:8) to pd-date
                           move pl-account to pd-account
                           compute entry-total =
                               function numval(pl-total)
                           move entry-total to pd-amount
                           display posting-display
                   end-read
               end-if
           end-if.

       record-hand-match.

           perform varying pick-idx from 1 by 1
                   until pick-idx > pick-count
               move pick-ledger-line(pick-idx) to bm-ledger-line
               move bk-line-key to bm-bank-line-key
               move "M" to bm-match-type
               move business-date to bm-match-date
               move session-operator to bm-operator
               write bank-match-record
                   invalid key
                       display "error: ledger line " bm-ledger-line
                           " already matched"
               end-write
           end-perform.

           move "M" to bk-match-status.
           move pick-count to bk-match-count.
           move business-date to bk-matched-date.
           move session-operator to bk-matched-by.
           rewrite bank-line-record
               invalid key display "error: bank line rewrite failed"
           end-rewrite.

           add 1 to matches-made.
           display "bank line matched to " pick-count " postings".

       unmatch-one-line.

           display erase_screen.
           perform ask-bank-line.

           read bank-line-file
               invalid key
                   display "no statement line on that date and line"
               not invalid key
                   if bk-is-unmatched
                       display "that line is not matched"
                   else
                       perform release-matches
                   end-if
           end-read.

      *> the pairing records are keyed by ledger line, so the bank
      *> line's own are found by reading the file through.
       release-matches.

           move zero to pick-count.
           move low-values to bank-match-record.
           move "N" to end-of-file.
           start match-file key is >= bm-ledger-line
               invalid key move "Y" to end-of-file
           end-start.

           perform until end-of-file = "Y"
               read match-file next record
                   at end move "Y" to end-of-file
                   not at end
                       if bm-bank-line-key = bk-line-key
                           delete match-file record
                               invalid key continue
                           end-delete
                           add 1 to pick-count
                       end-if
               end-read
           end-perform.

           move "U" to bk-match-status.
           move zero to bk-match-count.
           move spaces to bk-matched-date.
           move spaces to bk-matched-by.
           rewrite bank-line-record
               invalid key display "error: bank line rewrite failed"
           end-rewrite.

           add 1 to matches-undone.
           display "match undone, " pick-count " postings open again".

      *> compliance input trail: every ACCEPT on this screen is
      *> logged with the value entered and the signed-on operator.
       log-accept-event.

           move spaces to accept-audit-record.
           move "bankman" to aad-program-name.
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
