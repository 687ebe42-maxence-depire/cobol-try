      *> buyer's review of the reorder points the monthly
      *> recalculation proposes: each proposal still waiting on
      *> REORDER-PROPOSALS.DAT is shown one item at a time with the
      *> usage it was drawn from and the values on the master beside
      *> the proposed ones -- (A)pprove rewrites the item's reorder
      *> point and quantity on the master and books the before and
      *> after values to the HISTORY.DAT audit trail the way the item
      *> maintenance does, (R)eject leaves the master alone, (S)kip
      *> leaves the proposal for another day, (Q)uit ends the walk.
      *> an item whose values were changed on the master since the
      *> proposal was drawn is not overwritten: the proposal must be
      *> rejected or the recalculation run again. what the buyer
      *> decided is written back to the proposals file, and every
      *> accept joins the compliance input trail.
       identification division.
       program-id. reordrev.

       environment division.
       input-output section.
       file-control.
           select item-master-file assign to "ITEM-MASTER.DAT"
               organization indexed
               access mode is dynamic
               record key is im-item-id
               file status is item-master-status.

           select proposals-file assign to "REORDER-PROPOSALS.DAT"
               organization line sequential
               file status is proposals-file-status.

           select history-file assign to "HISTORY.DAT"
               organization indexed
               access mode is dynamic
               record key is hr-history-key
               file status is history-file-status.

           select history-seq-file assign to "HISTORY-SEQ.DAT"
               organization line sequential
               file status is history-seq-status.

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
       fd  item-master-file.
           copy itemmast.

       fd  proposals-file.
           copy reordprop.

       fd  history-file.
           copy historyrec.

       fd  history-seq-file.
       01  history-seq-record.
           05 hsr-last-seq pic 9(06).

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

           copy jrnlfields.

           copy lockfields.

      *> the lockmgr CALL hands its own (zero) return code back up,
      *> so the caller's code is saved across the release.
           77 saved-return-code pic 9(04).

           77 item-master-status    pic xx.
           77 proposals-file-status pic xx.
           77 accept-audit-status   pic xx.

           77 run-date-status pic xx.
           77 business-date   pic x(08).

           77 session-file-status pic xx.
           77 session-operator pic x(08) value spaces.

           77 history-file-status pic xx.
           77 history-seq-status  pic xx.
           77 history-seq         pic 9(06) value zero.
           77 history-write-done pic x.
           77 history-seq-bumped pic x.

           77 audit-action pic x(10).
           77 audit-field  pic x(10).
           77 audit-before pic s9(09)v99.
           77 audit-after  pic s9(09)v99.

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
                   10 pt-record pic x(60).

           77 walk-done pic x.
               88 walk-is-done value "Y".
           77 item-done pic x.
               88 item-is-done value "Y".

           77 proposals-waiting  pic 9(04) value zero.
           77 proposals-approved pic 9(04) value zero.
           77 proposals-rejected pic 9(04) value zero.

           01 usage-display.
               05 filler          pic x(13) value "  usage/day  ".
               05 ud-daily-usage  pic zzzz9.99.
               05 filler          pic x(13) value "   deviation ".
               05 ud-usage-dev    pic zzzz9.99.
               05 filler          pic x(13) value "   lead days ".
               05 ud-lead-days    pic zz9.

           01 values-display.
               05 filler          pic x(13) value "  reorder pt ".
               05 vd-old-point    pic zzzzz9.
               05 filler          pic x(05) value "  -> ".
               05 vd-new-point    pic zzzzz9.
               05 filler          pic x(13) value "   order qty ".
               05 vd-old-qty      pic zzzzz9.
               05 filler          pic x(05) value "  -> ".
               05 vd-new-qty      pic zzzzz9.

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
               display "no reorder proposals waiting"
               goback
           end-if.

           perform acquire-history-lock.

           open i-o item-master-file.
           if item-master-status not = "00"
               display "error: cannot open ITEM-MASTER.DAT"
               move 8 to return-code
               perform release-history-lock
               goback
           end-if.

           move "N" to walk-done.
           perform varying proposal-idx from 1 by 1
                   until proposal-idx > proposal-count
                       or walk-is-done
               move pt-record(proposal-idx)
                   to reorder-proposal-record
               if rp-is-pending
                   perform show-one-proposal
                   move reorder-proposal-record
                       to pt-record(proposal-idx)
               end-if
           end-perform.

           close item-master-file.

           perform save-proposals.

           display erase_screen.
           display "proposals approved: " proposals-approved.
           display "proposals rejected: " proposals-rejected.

           perform release-history-lock.

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

      *> the shared history file is single-writer: the lock is held
      *> for the whole walk, and a busy lock stops the screen with
      *> the holder's name.
       acquire-history-lock.

           move "A" to lk-action.
           move "reordrev" to lk-program.
           call "lockmgr" using lk-action lk-program
               lk-result lk-holder.

           if lk-result not = "Y"
               display "HISTORY.DAT is in use by " lk-holder
                   ", try again later"
               move 8 to return-code
               goback
           end-if.

       release-history-lock.

           move return-code to saved-return-code.

           move "R" to lk-action.
           move "reordrev" to lk-program.
           call "lockmgr" using lk-action lk-program
               lk-result lk-holder.

           move saved-return-code to return-code.

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
               move reorder-proposal-record to pt-record(proposal-count)
               if rp-is-pending
                   add 1 to proposals-waiting
               end-if
           end-if.

       save-proposals.

           if proposals-dropped = zero
               open output proposals-file
               perform varying proposal-idx from 1 by 1
                       until proposal-idx > proposal-count
                   move pt-record(proposal-idx)
                       to reorder-proposal-record
                   write reorder-proposal-record
               end-perform
               close proposals-file
           end-if.

       show-one-proposal.

           display erase_screen.
           display " ".

           move rp-item-id to im-item-id.
           read item-master-file
               invalid key
                   display "item " rp-item-id " no longer on file"
                   move "R" to rp-status
                   add 1 to proposals-rejected
               not invalid key
                   perform ask-about-proposal
           end-read.

       ask-about-proposal.

           display "item " rp-item-id "  " im-item-desc
               "  supplier " rp-supplier-code
               "  drawn " rp-calc-date.
           move rp-daily-usage to ud-daily-usage.
           move rp-usage-dev to ud-usage-dev.
           move rp-lead-days to ud-lead-days.
           display usage-display.
           move rp-old-point to vd-old-point.
           move rp-new-point to vd-new-point.
           move rp-old-qty to vd-old-qty.
           move rp-new-qty to vd-new-qty.
           display values-display.

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
                       move "R" to rp-status
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

      *> the master must still say what it said when the proposal
      *> was drawn, or the buyer would overwrite a change unseen.
       approve-proposal.

           if im-reorder-point not = rp-old-point
                   or im-reorder-qty not = rp-old-qty
               display "reorder values changed on the master since "
                   "the proposal, reject it or recalculate"
           else
               move rp-new-point to im-reorder-point
               move rp-new-qty to im-reorder-qty
               perform item-before-image
               rewrite item-master-record
                   invalid key display "error: rewrite failed"
               end-rewrite
               perform journal-item-change
               move "REAPPRO" to audit-action
               move "SEUIL" to audit-field
               move rp-old-point to audit-before
               move rp-new-point to audit-after
               perform write-one-audit-record
               move "QTECDE" to audit-field
               move rp-old-qty to audit-before
               move rp-new-qty to audit-after
               perform write-one-audit-record
               move "A" to rp-status
               add 1 to proposals-approved
               move "Y" to item-done
           end-if.

       write-one-audit-record.

           perform get-next-history-seq.

           move spaces to history-record.
           move business-date to hr-run-date.
           move history-seq to hr-run-seq.
           move session-operator to hr-operator.
           move "reordrev" to hr-program-name.
           move rp-item-id to hr-identifier.
           move audit-field to hr-label-1.
           move audit-before to hr-value-1.
           move "APRES" to hr-label-2.
           move audit-after to hr-value-2.
           move audit-action to hr-label-3.

           open i-o history-file.
           if history-file-status = "35"
               open output history-file
           end-if.
           perform write-history-with-retry.
           close history-file.

       write-history-with-retry.

           move "N" to history-write-done.
           move "N" to history-seq-bumped.
           perform until history-write-done = "Y"
               write history-record
                   invalid key
                       add 1 to history-seq
                       move history-seq to hr-run-seq
                       move "Y" to history-seq-bumped
                   not invalid key
                       move "Y" to history-write-done
               end-write
           end-perform.

           if history-seq-bumped = "Y"
               move history-seq to hsr-last-seq
               open output history-seq-file
               write history-seq-record
               close history-seq-file
           end-if.

      *> allocates the next sequence number for today's audit trail;
      *> the counter itself lives in a one-record control file so it
      *> survives between runs.
       get-next-history-seq.

           move zero to history-seq.

           open input history-seq-file.
           if history-seq-status = "00"
               read history-seq-file
                   not at end compute history-seq = hsr-last-seq + 1
               end-read
               close history-seq-file
           end-if.

           if history-seq = zero
               move 1 to history-seq
           end-if.

           move history-seq to hsr-last-seq.
           open output history-seq-file.
           write history-seq-record.
           close history-seq-file.

      *> compliance input trail: every ACCEPT on this screen is
      *> logged with the value entered and the signed-on operator.
       log-accept-event.

           move spaces to accept-audit-record.
           move "reordrev" to aad-program-name.
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

      *> forward-recovery journal for the item master: the image
      *> before a change is read back off the file just ahead of the
      *> update, the new record held aside meanwhile.
       item-before-image.

           move item-master-record to jf-after.
           read item-master-file
               invalid key move spaces to jf-before
               not invalid key move item-master-record to jf-before
           end-read.
           move jf-after to item-master-record.

       journal-item-change.

           move "ITEM-MASTER.DAT" to jf-master.
           move "C" to jf-action.
           move item-master-record to jf-after.
           perform write-journal-entry.

       write-journal-entry.

           move "reordrev" to jf-program.
           move session-operator to jf-operator.
           call "mastjrnl" using jf-master jf-action jf-program
               jf-operator jf-before jf-after.
