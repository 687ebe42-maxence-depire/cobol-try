      *> morning review of the transfers the nightly replenishment
      *> run proposes: each proposal still waiting on
      *> REPLENISH-PROPOSALS.DAT is shown with what the short location
      *> held and needed when it was drawn and what both locations
      *> hold now -- (A)pprove appends a transfer transaction (code 4,
      *> FROM>TO in the reference) to TRANSACTIONS.DAT for the
      *> dispatcher to post through stocktrf, (R)eject drops it,
      *> (S)kip leaves it for later, (Q)uit ends the walk. a transfer
      *> the giving location can no longer cover is not approved:
      *> stocktrf would refuse it anyway. what was decided is written
      *> back to the proposals file, and every accept joins the
      *> compliance input trail.
       identification division.
       program-id. replrev.

       environment division.
       input-output section.
       file-control.
           select location-balance-file
               assign to "LOCATION-BALANCE.DAT"
               organization indexed
               access mode is dynamic
               record key is lb-balance-key
               file status is location-balance-status.

           select proposals-file assign to "REPLENISH-PROPOSALS.DAT"
               organization line sequential
               file status is proposals-file-status.

           select transactions-file assign to "TRANSACTIONS.DAT"
               organization line sequential
               file status is transactions-status.

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
       fd  location-balance-file.
           copy locbal.

       fd  proposals-file.
           copy replprop.

       fd  transactions-file.
       01  transactions-record.
           05 tr-choice     pic 9.
           05 tr-ref-number pic x(08).
           05 tr-item-id    pic x(05).
           05 tr-quantity   pic 9(05).
           05 tr-date       pic x(08).
           05 tr-location   pic x(03).
           05 tr-customer   pic x(05).
           05 tr-disposition pic x(01).
           05 tr-reason-code pic x(05).

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

           77 location-balance-status pic xx.
           77 proposals-file-status   pic xx.
           77 transactions-status     pic xx.
           77 accept-audit-status     pic xx.

           77 run-date-status pic xx.
           77 business-date   pic x(08).

           77 session-file-status pic xx.
           77 session-operator pic x(08) value spaces.

           77 entry-choice pic x.
               88 choice-is-approve value "A".
               88 choice-is-reject  value "R".
               88 choice-is-skip    value "S".
               88 choice-is-quit    value "Q".

      *> the proposals file loaded whole and written back whole once
      *> the walk is over.
           77 end-of-proposals pic x value "N".
               88 no-more-proposals value "Y".
           77 proposal-count pic 9(04) value zero.
           77 proposal-idx   pic 9(04).
           77 proposals-dropped pic 9(04) value zero.

           01 proposal-table.
               05 proposal-entry occurs 2000 times.
                   10 pt-record pic x(43).

           77 walk-done pic x.
               88 walk-is-done value "Y".
           77 item-done pic x.
               88 item-is-done value "Y".

           77 proposals-waiting  pic 9(04) value zero.
           77 proposals-approved pic 9(04) value zero.
           77 proposals-rejected pic 9(04) value zero.

           77 from-on-hand pic 9(06).
           77 to-on-hand   pic 9(06).

           01 drawn-display.
               05 filler          pic x(13) value "  when drawn ".
               05 filler          pic x(06) value "held ".
               05 dd-on-hand      pic zzzzz9.
               05 filler          pic x(11) value "   minimum ".
               05 dd-min-level    pic zzzzz9.
               05 filler          pic x(14) value "   backorders ".
               05 dd-backorders   pic zzzzz9.

           01 now-display.
               05 filler          pic x(13) value "  on hand    ".
               05 nd-from-location pic x(03).
               05 filler          pic x(01) value space.
               05 nd-from-on-hand pic zzzzz9.
               05 filler          pic x(03) value space.
               05 nd-to-location  pic x(03).
               05 filler          pic x(01) value space.
               05 nd-to-on-hand   pic zzzzz9.

      *> staging fields for the audit write: the record itself is
      *> cleared and built inside log-accept-event.
           77 audit-field-name pic x(12).
           77 audit-value      pic x(10).

       screen section.

           copy blankscreen replacing
               SCREEN-NAME by erase_screen.

           copy promptfield replacing
               SCREEN-NAME by ask_choice
               FIELD-LINE  by 1
               PROMPT-TEXT by "(A)pprove (R)eject (S)kip (Q)uit: "
               FIELD-PIC   by x
               TARGET-FIELD by entry-choice.

       procedure division.

           perform read-business-date.

           perform read-session-operator.

           perform load-proposals.

           if proposals-waiting = zero
               display "no transfer proposals waiting"
               goback
           end-if.

           open input location-balance-file.
           if location-balance-status not = "00"
               display "error: cannot open LOCATION-BALANCE.DAT"
               move 8 to return-code
               goback
           end-if.

           open extend transactions-file.
           if transactions-status = "35"
               open output transactions-file
           end-if.

           move "N" to walk-done.
           perform varying proposal-idx from 1 by 1
                   until proposal-idx > proposal-count
                       or walk-is-done
               move pt-record(proposal-idx)
                   to transfer-proposal-record
               if tf-is-pending
                   perform show-one-proposal
                   move transfer-proposal-record
                       to pt-record(proposal-idx)
               end-if
           end-perform.

           close transactions-file.
           close location-balance-file.

           perform save-proposals.

           display erase_screen.
           display "transfers approved: " proposals-approved.
           display "transfers rejected: " proposals-rejected.

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

       load-proposals.

           move zero to proposal-count.
           move zero to proposals-waiting.
           move "N" to end-of-proposals.

           open input proposals-file.
           if proposals-file-status = "00"
               perform until no-more-proposals
                   read proposals-file
                       at end move "Y" to end-of-proposals
                       not at end perform store-one-proposal
                   end-read
               end-perform
               close proposals-file
           end-if.

      *> proposals past the table are left for the next walk; the
      *> file is not written back so none of them is lost.
           if proposals-dropped > zero
               display "warning: " proposals-dropped
                   " proposals past the 2000-entry table"
           end-if.

       store-one-proposal.

           if proposal-count >= 2000
               add 1 to proposals-dropped
           else
               add 1 to proposal-count
               move transfer-proposal-record
                   to pt-record(proposal-count)
               if tf-is-pending
                   add 1 to proposals-waiting
               end-if
           end-if.

       save-proposals.

           if proposals-dropped = zero
               open output proposals-file
               perform varying proposal-idx from 1 by 1
                       until proposal-idx > proposal-count
                   move pt-record(proposal-idx)
                       to transfer-proposal-record
                   write transfer-proposal-record
               end-perform
               close proposals-file
           end-if.

       show-one-proposal.

           display erase_screen.
           display " ".

           move tf-item-id to lb-item-id.
           move tf-to-location to lb-location.
           move zero to to-on-hand.
           read location-balance-file
               not invalid key move lb-on-hand to to-on-hand
           end-read.

           move tf-item-id to lb-item-id.
           move tf-from-location to lb-location.
           move zero to from-on-hand.
           read location-balance-file
               invalid key
                   display "item " tf-item-id " no longer held at "
                       tf-from-location
                   move "R" to tf-status
                   add 1 to proposals-rejected
               not invalid key
                   move lb-on-hand to from-on-hand
                   perform ask-about-proposal
           end-read.

       ask-about-proposal.

           display "item " tf-item-id "  move " tf-quantity
               " from " tf-from-location " to " tf-to-location
               "  drawn " tf-proposed-date.
           move tf-to-on-hand to dd-on-hand.
           move tf-to-min-level to dd-min-level.
           move tf-to-backorders to dd-backorders.
           display drawn-display.
           move tf-from-location to nd-from-location.
           move from-on-hand to nd-from-on-hand.
           move tf-to-location to nd-to-location.
           move to-on-hand to nd-to-on-hand.
           display now-display.

           move "N" to item-done.
           perform until item-is-done
               display ask_choice
               accept ask_choice
               move "CHOICE" to audit-field-name
               move entry-choice to audit-value
               perform log-accept-event
               evaluate true
                   when choice-is-approve
                       perform approve-proposal
                   when choice-is-reject
                       move "R" to tf-status
                       add 1 to proposals-rejected
                       move "Y" to item-done
                   when choice-is-skip
                       move "Y" to item-done
                   when choice-is-quit
                       move "Y" to item-done
                       move "Y" to walk-done
                   when other
                       display "unknown choice, try again"
               end-evaluate
           end-perform.

      *> the giving location must still hold the quantity, or the
      *> dispatcher would only bounce the transfer.
       approve-proposal.

           if from-on-hand < tf-quantity
               display tf-from-location " no longer holds "
                   tf-quantity ", reject the proposal"
           else
               move 4 to tr-choice
               move spaces to tr-ref-number
               string tf-from-location delimited by size
                      ">" delimited by size
                      tf-to-location delimited by size
                      into tr-ref-number
               move tf-item-id to tr-item-id
               move tf-quantity to tr-quantity
               move business-date to tr-date
               move spaces to tr-location
               move spaces to tr-customer
               move space to tr-disposition
               move spaces to tr-reason-code
               write transactions-record
               move "A" to tf-status
               add 1 to proposals-approved
               move "Y" to item-done
           end-if.

      *> compliance input trail: every ACCEPT on this screen is
      *> logged with the value entered and the signed-on operator.
       log-accept-event.

           move spaces to accept-audit-record.
           move "replrev" to aad-program-name.
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
