      *> online award decisions for the bursaries committee: confirm
      *> or refuse the awards the eligibility run proposed, and
      *> browse an award's list for the year. a confirmed award is
      *> credited to the family's fee account at once -- a credit on
      *> the student account file under the award's account code and
      *> a BRS line on LEDGER.DAT, so the guardian statement shows it
      *> against what is owed -- and is written to the register of
      *> awards granted. only a proposed award can be decided; a
      *> decision stands, and the next eligibility run gives a refused
      *> student's place to the next in line. every applied decision
      *> lands on the change log, and every accept joins the
      *> compliance input trail.
       identification division.
       program-id. awardconf.

       environment division.
       input-output section.
       file-control.
           select award-file assign to "AWARDS.DAT"
               organization indexed
               access mode is dynamic
               record key is ar-award-key
               file status is award-file-status.

           select student-account-file assign to "STUDENT-ACCOUNTS.DAT"
               organization line sequential
               file status is student-account-status.

           select ledger-file assign to "LEDGER.DAT"
               organization line sequential
               file status is ledger-file-status.

           select granted-file assign to "AWARDS-GRANTED.DAT"
               organization line sequential
               file status is granted-file-status.

           select change-log-file assign to "AWARDS-LOG.DAT"
               organization line sequential
               file status is change-log-status.

           select accept-audit-file assign to "ACCEPT-AUDIT.DAT"
               organization line sequential
               file status is accept-audit-status.

           select run-date-file assign to "RUN-DATE.DAT"
               organization line sequential
               file status is run-date-status.

           select session-file assign to "SESSION-OPERATOR.DAT"
               organization line sequential
               file status is session-file-status.

       data division.
       file section.
       fd  award-file.
           copy awardrec.

       fd  student-account-file.
           copy studacct.

       fd  ledger-file.
       01  ledger-line pic x(48).

       fd  granted-file.
       01  granted-line pic x(60).

       fd  change-log-file.
       01  change-log-line pic x(60).

       fd  accept-audit-file.
       01  accept-audit-record.
           copy acceptaudit.

       fd  run-date-file.
       01  run-date-record.
           05 rdc-business-date pic x(08).

       fd  session-file.
       01  session-record.
           05 so-operator-id pic x(08).

       working-storage section.

           copy periodfields.

           77 award-file-status      pic xx.
           77 student-account-status pic xx.
           77 ledger-file-status     pic xx.
           77 granted-file-status    pic xx.
           77 change-log-status      pic xx.
           77 accept-audit-status    pic xx.
           77 run-date-status        pic xx.

           77 session-file-status pic xx.
           77 session-operator pic x(08) value spaces.

           77 business-date pic x(08).

           77 maint-action pic x.
               88 action-is-confirm value "C".
               88 action-is-refuse  value "R".
               88 action-is-browse  value "B".
               88 action-is-exit    value "X".

           77 done-maintaining pic x value "N".
               88 all-done value "Y".

           77 entry-award-year  pic x(04).
           77 entry-award-code  pic x(04).
           77 entry-student-id  pic x(05).

           77 record-exists pic x.
               88 key-was-found value "Y".

           77 log-action pic x(06).

           77 browse-eof pic x.

      *> mirror of feepay's ledger-detail: BRS in the posting-source
      *> column for an award credited to a fee account.
           01 ledger-detail.
               05 ld-addend-count pic z9.
               05 filler          pic x(02) value space.
               05 ld-total        pic zzzz9.
               05 filler          pic x(02) value space.
               05 ld-timestamp    pic x(15).
               05 filler          pic x(02) value space.
               05 ld-account      pic x(04).
               05 filler          pic x(01) value space.
               05 ld-source       pic x(03).

           01 granted-detail.
               05 filler            pic x      value space.
               05 gr-date           pic x(08).
               05 filler            pic x(02)  value space.
               05 gr-award-year     pic x(04).
               05 filler            pic x      value space.
               05 gr-award-code     pic x(04).
               05 filler            pic x(02)  value space.
               05 gr-student-id     pic x(05).
               05 filler            pic x(02)  value space.
               05 gr-class-code     pic x(05).
               05 filler            pic x(02)  value space.
               05 gr-amount         pic zzzz9.
               05 filler            pic x      value space.
               05 gr-account-code   pic x(04).
               05 filler            pic x(02)  value space.
               05 gr-operator       pic x(08).

           01 log-detail.
               05 filler            pic x      value space.
               05 lg-date           pic x(08).
               05 filler            pic x(02)  value space.
               05 lg-operator       pic x(08).
               05 filler            pic x(02)  value space.
               05 lg-action         pic x(06).
               05 filler            pic x(02)  value space.
               05 lg-award-year     pic x(04).
               05 filler            pic x      value "/".
               05 lg-award-code     pic x(04).
               05 filler            pic x      value "/".
               05 lg-student-id     pic x(05).
               05 filler            pic x(02)  value space.
               05 lg-status         pic x(01).

      *> staging fields for the audit write: the record itself is
      *> cleared and built inside log-accept-event.
           77 audit-field-name pic x(12).
           77 audit-value      pic x(10).

       screen section.

           copy promptfield replacing
               SCREEN-NAME by ask_action
               FIELD-LINE  by 1
               PROMPT-TEXT by
               "action (C)onfirm (R)efuse (B)rowse e(X)it: "
               FIELD-PIC   by x
               TARGET-FIELD by maint-action.

           copy promptfield replacing
               SCREEN-NAME by ask_year
               FIELD-LINE  by 3
               PROMPT-TEXT by "award year: "
               ==FIELD-PIC== by ==x(04)==
               TARGET-FIELD by entry-award-year.

           copy promptfield replacing
               SCREEN-NAME by ask_award
               FIELD-LINE  by 4
               PROMPT-TEXT by "award:      "
               ==FIELD-PIC== by ==x(04)==
               TARGET-FIELD by entry-award-code.

           copy promptfield replacing
               SCREEN-NAME by ask_student
               FIELD-LINE  by 5
               PROMPT-TEXT by "student id: "
               ==FIELD-PIC== by ==x(05)==
               TARGET-FIELD by entry-student-id.

           1 show_award.
               2 line 8 col 1 "award ".
               2 pic x(04) from ar-award-year.
               2 col 11 " ".
               2 pic x(04) from ar-award-code.
               2 col 16 " ".
               2 pic x(05) from ar-student-id.
               2 col 22 " class ".
               2 pic x(05) from ar-class-code.
               2 col 34 " avg ".
               2 pic z9.99 from ar-annual-avg.
               2 col 44 " rank ".
               2 pic zz9 from ar-rank.
               2 col 53 " status ".
               2 pic x from ar-status.
               2 line 9 col 1 "amount ".
               2 pic zzzz9 from ar-amount.
               2 col 13 " ".
               2 pic x(04) from ar-account-code.
               2 col 18 " decided ".
               2 pic x(08) from ar-decided-date.
               2 col 35 " by ".
               2 pic x(08) from ar-decided-by.

       procedure division.

           perform read-session-operator.
           perform read-business-date.

           perform check-posting-period.
           if pf-period-is-closed
               display "error: ledger closed through "
                   pf-closed-through ", nothing can be posted"
               move 8 to return-code
               goback
           end-if.

           open i-o award-file.
           if award-file-status = "35"
               open output award-file
               close award-file
               open i-o award-file
           end-if.

           perform until all-done

               display ask_action
               accept ask_action
               move "ACTION" to audit-field-name
               move maint-action to audit-value
               perform log-accept-event

               evaluate true
                   when action-is-confirm perform confirm-award
                   when action-is-refuse  perform refuse-award
                   when action-is-browse  perform browse-awards
                   when action-is-exit    move "Y" to done-maintaining
                   when other
                       display "unknown action, try again"
               end-evaluate

           end-perform.

           close award-file.

       goback.

       read-session-operator.

           open input session-file.
           if session-file-status = "00"
               read session-file
                   not at end move so-operator-id to session-operator
               end-read
               close session-file
           end-if.

      *> the posting is stamped with today's date but books to the
      *> business date: the earlier of the two must lie in a month
      *> the ledger has not closed.
       check-posting-period.

           move function current-date(1:8) to pf-posting-date.
           if business-date < pf-posting-date
               move business-date to pf-posting-date
           end-if.
           call "perlock" using pf-posting-date pf-closed-through
               pf-result.

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

       accept-award.

           display ask_year.
           accept ask_year.
           move "AWARD-YEAR" to audit-field-name.
           move entry-award-year to audit-value.
           perform log-accept-event.

           display ask_award.
           accept ask_award.
           move "AWARD" to audit-field-name.
           move entry-award-code to audit-value.
           perform log-accept-event.

       accept-student.

           display ask_student.
           accept ask_student.
           move "STUDENT" to audit-field-name.
           move entry-student-id to audit-value.
           perform log-accept-event.

       read-award-by-key.

           move "N" to record-exists.
           move entry-award-year to ar-award-year.
           move entry-award-code to ar-award-code.
           move entry-student-id to ar-student-id.
           read award-file
               invalid key continue
               not invalid key move "Y" to record-exists
           end-read.

       confirm-award.

           perform accept-award.
           perform accept-student.
           perform read-award-by-key.

           if not key-was-found
               display "not on the award register"
           else
               display show_award
               if not ar-is-proposed
                   display "award already decided"
               else
                   move "C" to ar-status
                   move session-operator to ar-decided-by
                   move business-date to ar-decided-date
                   rewrite award-record
                       invalid key
                           display "error: rewrite failed"
                   end-rewrite
                   if award-file-status = "00"
                       if ar-amount > zero
                           perform credit-fee-account
                       end-if
                       perform write-granted-line
                       move "MODIF" to log-action
                       perform write-change-log
                       display "confirmed and credited"
                   end-if
               end-if
           end-if.

       refuse-award.

           perform accept-award.
           perform accept-student.
           perform read-award-by-key.

           if not key-was-found
               display "not on the award register"
           else
               display show_award
               if not ar-is-proposed
                   display "award already decided"
               else
                   move "R" to ar-status
                   move session-operator to ar-decided-by
                   move business-date to ar-decided-date
                   rewrite award-record
                       invalid key
                           display "error: rewrite failed"
                   end-rewrite
                   move "MODIF" to log-action
                   perform write-change-log
                   display "refused"
               end-if
           end-if.

       browse-awards.

           perform accept-award.

           move entry-award-year to ar-award-year.
           move entry-award-code to ar-award-code.
           move low-values to ar-student-id.

           start award-file
                   key is not less than ar-award-key
               invalid key
                   display "nothing on file at or past that key"
               not invalid key
                   move "N" to browse-eof
                   perform until browse-eof = "Y"
                       read award-file next record
                           at end move "Y" to browse-eof
                           not at end
                               if ar-award-year not = entry-award-year
                                       or ar-award-code
                                           not = entry-award-code
                                   move "Y" to browse-eof
                               else
                                   display show_award
                               end-if
                       end-read
                   end-perform
           end-start.

      *> the award settles what the family owes like a payment does,
      *> so it goes on the account file as one. a merit award with
      *> no money attached is granted without a credit.
       credit-fee-account.

           move spaces to student-account-record.
           move ar-student-id to sa-student-id.
           move business-date to sa-post-date.
           move "P" to sa-kind.
           move ar-account-code to sa-account-code.
           move spaces to sa-term-code.
           move ar-amount to sa-amount.
           string "BOURSE " delimited by size
                  ar-award-code delimited by size
                  into sa-reference.
           move session-operator to sa-operator.

           open extend student-account-file.
           if student-account-status = "35"
               open output student-account-file
           end-if.
           write student-account-record.
           close student-account-file.

           move 1 to ld-addend-count.
           move ar-amount to ld-total.
           move function current-date to ld-timestamp.
           move ar-account-code to ld-account.
           move "BRS" to ld-source.
           move ledger-detail to ledger-line.

           open extend ledger-file.
           if ledger-file-status = "35"
               open output ledger-file
           end-if.
           write ledger-line.
           close ledger-file.

       write-granted-line.

           move business-date to gr-date.
           move ar-award-year to gr-award-year.
           move ar-award-code to gr-award-code.
           move ar-student-id to gr-student-id.
           move ar-class-code to gr-class-code.
           move ar-amount to gr-amount.
           move ar-account-code to gr-account-code.
           move session-operator to gr-operator.

           open extend granted-file.
           if granted-file-status = "35"
               open output granted-file
           end-if.
           move granted-detail to granted-line.
           write granted-line.
           close granted-file.

       write-change-log.

           move function current-date(1:8) to lg-date.
           move session-operator to lg-operator.
           move log-action to lg-action.
           move ar-award-year to lg-award-year.
           move ar-award-code to lg-award-code.
           move ar-student-id to lg-student-id.
           move ar-status to lg-status.

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
           move "awardconf" to aad-program-name.
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
