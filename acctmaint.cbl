      *> the index itself, and every applied update on the change
      *> log with the operator and the date -- the code master's
      *> maintenance pattern applied to the bursar's chart.
      *>
      *> the board's budget is keyed here too, against an account
      *> on the chart: one amount per account per month on
      *> BUDGET-MASTER.DAT, set or replaced by keying it again and
      *> removed by keying zero, each on the change log like the
      *> chart itself.
       identification division.
       program-id. acctmaint.

               record key is ac-account-code
               file status is account-master-status.

           select budget-master-file assign to "BUDGET-MASTER.DAT"
               organization indexed
               access mode is dynamic
               record key is bu-budget-key
               file status is budget-master-status.

           select change-log-file assign to "ACCOUNT-MASTER-LOG.DAT"
               organization line sequential
               file status is change-log-status.
       fd  account-master-file.
           copy acctmast.

       fd  budget-master-file.
           copy budgetmast.

       fd  change-log-file.
       01  change-log-line pic x(50).


       working-storage section.

           copy jrnlfields.

           77 account-master-status pic xx.
           77 change-log-status  pic xx.
           77 budget-master-status pic xx.

           77 session-file-status pic xx.
           77 session-operator pic x(08) value spaces.
               88 action-is-add    value "A".
               88 action-is-change value "C".
               88 action-is-delete value "D".
               88 action-is-budget value "B".
               88 action-is-exit   value "X".

           77 done-maintaining pic x value "N".

           77 entry-code  pic x(04).
           77 entry-name  pic x(20).
           77 entry-period pic x(06).
           77 entry-amount pic 9(09).

      *> the record as it stood when it was put on the screen: the
      *> save is refused if the file no longer holds it.
           77 displayed-image pic x(132).
           77 save-refused    pic x.

           77 log-action pic x(06).

               SCREEN-NAME by ask_action
               FIELD-LINE  by 1
               PROMPT-TEXT by
               "action (A)dd (C)hange (D)elete (B)udget e(X)it: "
               FIELD-PIC   by x
               TARGET-FIELD by maint-action.

               ==FIELD-PIC== by ==x(20)==
               TARGET-FIELD by entry-name.

           copy promptfield replacing
               SCREEN-NAME by ask_period
               FIELD-LINE  by 4
               PROMPT-TEXT by "budget month (yyyymm): "
               ==FIELD-PIC== by ==x(06)==
               TARGET-FIELD by entry-period.

           copy promptfield replacing
               SCREEN-NAME by ask_amount
               FIELD-LINE  by 5
               PROMPT-TEXT by "budget amount (0 removes): "
               ==FIELD-PIC== by ==9(09)==
               TARGET-FIELD by entry-amount.

       procedure division.

           perform read-session-operator.
               open i-o account-master-file
           end-if.

           open i-o budget-master-file.
           if budget-master-status = "35"
               open output budget-master-file
               close budget-master-file
               open i-o budget-master-file
           end-if.

           perform until all-done

               display ask_action
                   when action-is-add    perform add-account
                   when action-is-change perform change-account
                   when action-is-delete perform delete-account
                   when action-is-budget perform set-budget
                   when action-is-exit   move "Y" to done-maintaining
                   when other
                       display "unknown action, try again"

           end-perform.

           close budget-master-file.
           close account-master-file.

       goback.
               invalid key
                   display "account already on file, use (C)hange"
               not invalid key
                   perform journal-account-add
                   move "AJOUT" to log-action
                   perform write-change-log
                   display "added"
               invalid key
                   display "account not on file, use (A)dd"
               not invalid key
                   move account-master-record to displayed-image
                   display ask_value
                   accept ask_value
                   move entry-name to ac-account-name
                   perform account-before-image
                   perform check-account-unchanged
                   if save-refused = "N"
                       rewrite account-master-record
                       perform journal-account-change
                       move "MODIF" to log-action
                       perform write-change-log
                       display "changed"
                   end-if
           end-read.

       delete-account.
                   display "account not on file"
               not invalid key
                   move ac-account-name to entry-name
                   perform account-before-image
                   delete account-master-file record
                   perform journal-account-delete
                   move "SUPPR" to log-action
                   perform write-change-log
                   display "deleted"
           end-read.

       set-budget.

           display ask_code.
           accept ask_code.

           move entry-code to ac-account-code.
           read account-master-file
               invalid key
                   display "account not on file, (A)dd it first"
               not invalid key
                   display ac-account-name
                   perform accept-budget-amount
           end-read.

       accept-budget-amount.

           move spaces to entry-period.
           move zero to entry-amount.
           display ask_period.
           accept ask_period.

           if entry-period is not numeric
                   or entry-period(5:2) < "01"
                   or entry-period(5:2) > "12"
               display "enter the month as yyyymm"
           else
               display ask_amount
               accept ask_amount
               perform apply-budget-amount
           end-if.

      *> the log carries the month and the new amount in the name
      *> column.
       apply-budget-amount.

           move entry-code to bu-account-code.
           move entry-period to bu-period.
           move spaces to entry-name.
           string entry-period delimited by size
                  " " delimited by size
                  entry-amount delimited by size
                  into entry-name.

           read budget-master-file
               invalid key
                   if entry-amount = zero
                       display "no budget for that month"
                   else
                       move entry-amount to bu-amount
                       write budget-master-record
                       move "BUDGET" to log-action
                       perform write-change-log
                       display "budget set"
                   end-if
               not invalid key
                   if entry-amount = zero
                       delete budget-master-file record
                       move "BUDSUP" to log-action
                       perform write-change-log
                       display "budget removed"
                   else
                       move entry-amount to bu-amount
                       rewrite budget-master-record
                       move "BUDGET" to log-action
                       perform write-change-log
                       display "budget changed"
                   end-if
           end-read.

       write-change-log.

           move function current-date(1:8) to lg-date.
           move log-detail to change-log-line.
           write change-log-line.
           close change-log-file.

      *> a save made by another operator between the display and
      *> this one would be silently overwritten: the record read
      *> back off the file just ahead of the update must still be
      *> the one that was put on the screen.
       check-account-unchanged.

           move "N" to save-refused.
           if jf-before not = displayed-image
               move "Y" to save-refused
               perform refuse-account-save
           end-if.

      *> the refusal goes on the refused-save log, and the operator
      *> is shown what the other operator left on file to key the
      *> change again over.
       refuse-account-save.

           move jf-before to jf-after.
           move displayed-image to jf-before.
           move "ACCOUNT-MASTER.DAT" to jf-master.
           move "C" to jf-action.
           move "acctmaint" to jf-program.
           move session-operator to jf-operator.
           call "conflog" using jf-master jf-action jf-program
               jf-operator jf-before jf-after.

           if jf-after = spaces
               display "account deleted by another operator since it"
                   " was displayed, save refused"
           else
               move jf-after to account-master-record
               display "account changed by another operator since it"
                   " was displayed, save refused -- now on file:"
               display ac-account-code " " ac-account-name
           end-if.

      *> forward-recovery journal for the chart of accounts: the image
      *> before a change is read back off the file just ahead of the
      *> update, the new record held aside meanwhile.
       account-before-image.

           move account-master-record to jf-after.
           read account-master-file
               invalid key move spaces to jf-before
               not invalid key move account-master-record to jf-before
           end-read.
           move jf-after to account-master-record.

       journal-account-add.

           move "ACCOUNT-MASTER.DAT" to jf-master.
           move "A" to jf-action.
           move spaces to jf-before.
           move account-master-record to jf-after.
           perform write-journal-entry.

       journal-account-change.

           move "ACCOUNT-MASTER.DAT" to jf-master.
           move "C" to jf-action.
           move account-master-record to jf-after.
           perform write-journal-entry.

       journal-account-delete.

           move "ACCOUNT-MASTER.DAT" to jf-master.
           move "D" to jf-action.
           move spaces to jf-after.
           perform write-journal-entry.

       write-journal-entry.

           move "acctmaint" to jf-program.
           move session-operator to jf-operator.
           call "mastjrnl" using jf-master jf-action jf-program
               jf-operator jf-before jf-after.
