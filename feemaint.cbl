      *> online maintenance for the fee schedule: add, change, delete
      *> and browse by class and account code, one amount per class
      *> per ledger account, charged to every enrolled student of the
      *> class by the term-start billing run. the account must be on
      *> the chart of accounts when a chart is on file. every applied
      *> update lands on the change log with the amount before and
      *> after, the operator and the date, and every accept joins the
      *> compliance input trail.
       identification division.
       program-id. feemaint.

       environment division.
       input-output section.
       file-control.
           select fee-schedule-file assign to "FEE-SCHEDULE.DAT"
               organization indexed
               access mode is dynamic
               record key is fe-schedule-key
               file status is fee-schedule-status.

           select account-master-file assign to "ACCOUNT-MASTER.DAT"
               organization indexed
               access mode is dynamic
               record key is ac-account-code
               file status is account-master-status.

           select change-log-file assign to "FEE-SCHEDULE-LOG.DAT"
               organization line sequential
               file status is change-log-status.

           select accept-audit-file assign to "ACCEPT-AUDIT.DAT"
               organization line sequential
               file status is accept-audit-status.

           select session-file assign to "SESSION-OPERATOR.DAT"
               organization line sequential
               file status is session-file-status.

       data division.
       file section.
       fd  fee-schedule-file.
           copy feesched.

       fd  account-master-file.
           copy acctmast.

       fd  change-log-file.
       01  change-log-line pic x(60).

       fd  accept-audit-file.
       01  accept-audit-record.
           copy acceptaudit.

       fd  session-file.
       01  session-record.
           05 so-operator-id pic x(08).

       working-storage section.

           77 fee-schedule-status   pic xx.
           77 account-master-status pic xx.
           77 change-log-status     pic xx.
           77 accept-audit-status   pic xx.

           77 session-file-status pic xx.
           77 session-operator pic x(08) value spaces.

           77 chart-available pic x value "N".
               88 chart-is-available value "Y".

           77 maint-action pic x.
               88 action-is-add    value "A".
               88 action-is-change value "C".
               88 action-is-delete value "D".
               88 action-is-browse value "B".
               88 action-is-exit   value "X".

           77 done-maintaining pic x value "N".
               88 all-done value "Y".

           77 entry-class-code   pic x(05).
           77 entry-account-code pic x(04).
           77 entry-description  pic x(20).
           77 entry-amount       pic 9(05).

           77 record-exists pic x.
               88 key-was-found value "Y".

           77 account-valid pic x.
               88 account-is-valid value "Y".

           77 log-action pic x(06).
           77 amount-before pic 9(05).

           77 browse-eof pic x.

           01 log-detail.
               05 filler            pic x      value space.
               05 lg-date           pic x(08).
               05 filler            pic x(02)  value space.
               05 lg-operator       pic x(08).
               05 filler            pic x(02)  value space.
               05 lg-action         pic x(06).
               05 filler            pic x(02)  value space.
               05 lg-class-code     pic x(05).
               05 filler            pic x      value space.
               05 lg-account-code   pic x(04).
               05 filler            pic x(02)  value space.
               05 lg-amount-before  pic zzzz9.
               05 filler            pic x(04)  value " -> ".
               05 lg-amount-after   pic zzzz9.

      *> staging fields for the audit write: the record itself is
      *> cleared and built inside log-accept-event.
           77 audit-field-name pic x(12).
           77 audit-value      pic x(10).

       screen section.

           copy promptfield replacing
               SCREEN-NAME by ask_action
               FIELD-LINE  by 1
               PROMPT-TEXT by
               "action (A)dd (C)hange (D)elete (B)rowse e(X)it: "
               FIELD-PIC   by x
               TARGET-FIELD by maint-action.

           copy promptfield replacing
               SCREEN-NAME by ask_class
               FIELD-LINE  by 3
               PROMPT-TEXT by "class code:     "
               ==FIELD-PIC== by ==x(05)==
               TARGET-FIELD by entry-class-code.

           copy promptfield replacing
               SCREEN-NAME by ask_account
               FIELD-LINE  by 4
               PROMPT-TEXT by "account code:   "
               ==FIELD-PIC== by ==x(04)==
               TARGET-FIELD by entry-account-code.

           copy promptfield replacing
               SCREEN-NAME by ask_description
               FIELD-LINE  by 6
               PROMPT-TEXT by "description:    "
               ==FIELD-PIC== by ==x(20)==
               TARGET-FIELD by entry-description.

           copy promptfield replacing
               SCREEN-NAME by ask_amount
               FIELD-LINE  by 7
               PROMPT-TEXT by "amount:         "
               ==FIELD-PIC== by ==9(05)==
               TARGET-FIELD by entry-amount.

           1 show_fee.
               2 line 9 col 1 "class ".
               2 pic x(05) from fe-class-code.
               2 col 13 " account ".
               2 pic x(04) from fe-account-code.
               2 col 26 " ".
               2 pic x(20) from fe-description.
               2 col 48 " amount ".
               2 pic zzzz9 from fe-amount.
               2 line 10 col 1 "changed ".
               2 pic x(08) from fe-changed-date.
               2 col 18 " by ".
               2 pic x(08) from fe-changed-by.

       procedure division.

           perform read-session-operator.

           open i-o fee-schedule-file.
           if fee-schedule-status = "35"
               open output fee-schedule-file
               close fee-schedule-file
               open i-o fee-schedule-file
           end-if.

           open input account-master-file.
           if account-master-status = "00"
               move "Y" to chart-available
           end-if.

           perform until all-done

               display ask_action
               accept ask_action
               move "ACTION" to audit-field-name
               move maint-action to audit-value
               perform log-accept-event

               evaluate true
                   when action-is-add    perform add-fee
                   when action-is-change perform change-fee
                   when action-is-delete perform delete-fee
                   when action-is-browse perform browse-fees
                   when action-is-exit   move "Y" to done-maintaining
                   when other
                       display "unknown action, try again"
               end-evaluate

           end-perform.

           close fee-schedule-file.
           if chart-is-available
               close account-master-file
           end-if.

       goback.

       read-session-operator.

           open input session-file.
           if session-file-status = "00"
               read session-file
                   not at end move so-operator-id to session-operator
               end-read
               close session-file
           end-if.

       accept-fee-key.

           display ask_class.
           accept ask_class.
           move "CLASS" to audit-field-name.
           move entry-class-code to audit-value.
           perform log-accept-event.

           display ask_account.
           accept ask_account.
           move "ACCOUNT" to audit-field-name.
           move entry-account-code to audit-value.
           perform log-accept-event.

       accept-fee-detail.

           display ask_description.
           accept ask_description.
           move "DESCRIPTION" to audit-field-name.
           move entry-description to audit-value.
           perform log-accept-event.

           display ask_amount.
           accept ask_amount.
           move "AMOUNT" to audit-field-name.
           move entry-amount to audit-value.
           perform log-accept-event.

      *> a site with no chart yet maintains its schedule with a
      *> warning rather than being locked out, as the ledger entry
      *> screen does.
       check-account.

           move "Y" to account-valid.
           if chart-is-available
               move entry-account-code to ac-account-code
               read account-master-file
                   invalid key
                       move "N" to account-valid
                       display "account not on the chart"
               end-read
           else
               display "warning: no chart of accounts on file"
           end-if.

       read-fee-by-key.

           move "N" to record-exists.
           move entry-class-code to fe-class-code.
           move entry-account-code to fe-account-code.
           read fee-schedule-file
               invalid key continue
               not invalid key move "Y" to record-exists
           end-read.

       add-fee.

           perform accept-fee-key.
           perform read-fee-by-key.

           if key-was-found
               display "already on file, use (C)hange"
           else
               perform check-account
               if account-is-valid
                   perform accept-fee-detail
                   if entry-amount is not numeric
                       display "amount must be numeric"
                   else
                       move zero to amount-before
                       perform apply-fee-entry
                       write fee-schedule-record
                           invalid key
                               display "error: write failed"
                       end-write
                       move "AJOUT" to log-action
                       perform write-change-log
                       display "added"
                   end-if
               end-if
           end-if.

       change-fee.

           perform accept-fee-key.
           perform read-fee-by-key.

           if key-was-found
               display show_fee
               perform accept-fee-detail
               if entry-amount is not numeric
                   display "amount must be numeric"
               else
                   move fe-amount to amount-before
                   perform apply-fee-entry
                   rewrite fee-schedule-record
                   move "MODIF" to log-action
                   perform write-change-log
                   display "changed"
               end-if
           else
               display "not on file, use (A)dd"
           end-if.

       delete-fee.

           perform accept-fee-key.
           perform read-fee-by-key.

           if key-was-found
               display show_fee
               move fe-amount to amount-before
               move zero to entry-amount
               delete fee-schedule-file record
               move "SUPPR" to log-action
               perform write-change-log
               display "deleted"
           else
               display "not on file"
           end-if.

       browse-fees.

           perform accept-fee-key.

           move entry-class-code to fe-class-code.
           move entry-account-code to fe-account-code.

           start fee-schedule-file
                   key is not less than fe-schedule-key
               invalid key
                   display "nothing on file at or past that key"
               not invalid key
                   move "N" to browse-eof
                   perform until browse-eof = "Y"
                       read fee-schedule-file next record
                           at end move "Y" to browse-eof
                           not at end display show_fee
                       end-read
                   end-perform
           end-start.

       apply-fee-entry.

           move entry-class-code to fe-class-code.
           move entry-account-code to fe-account-code.
           move entry-description to fe-description.
           move entry-amount to fe-amount.
           move session-operator to fe-changed-by.
           move function current-date(1:8) to fe-changed-date.

       write-change-log.

           move function current-date(1:8) to lg-date.
           move session-operator to lg-operator.
           move log-action to lg-action.
           move entry-class-code to lg-class-code.
           move entry-account-code to lg-account-code.
           move amount-before to lg-amount-before.
           move entry-amount to lg-amount-after.

           open extend change-log-file.
           if change-log-status = "35"
               open output change-log-file
           end-if.
           move log-detail to change-log-line.
           write change-log-line.
           close change-log-file.

      *> compliance input trail: every ACCEPT on this screen is
      *> logged with the value entered and the signed-on operator.
       log-accept-event.

           move spaces to accept-audit-record.
           move "feemaint" to aad-program-name.
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
