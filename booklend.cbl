      *> online textbook loans: issue a copy of a textbook to a
      *> student, take it back at the year-end return, and browse a
      *> student's loans. the textbook is an item on the warehouse
      *> item master: an issue takes one copy off the on-hand and off
      *> the main warehouse's location balance, and is written to the
      *> movement ledger as PRT; a return puts it back as RET, so the
      *> stock card and the day's reconciliation see every copy that
      *> leaves and comes back. the student must be enrolled, and a
      *> student holds one copy of a title at a time. a copy already
      *> charged as lost can still be brought back -- the stock comes
      *> back, the charge stays for the office to refund by hand.
      *> every applied update lands on the change log, and every
      *> accept joins the compliance input trail.
       identification division.
       program-id. booklend.

       environment division.
       input-output section.
       file-control.
           select book-loan-file assign to "BOOK-LOANS.DAT"
               organization indexed
               access mode is dynamic
               record key is bl-loan-key
               file status is book-loan-status.

           select item-master-file assign to "ITEM-MASTER.DAT"
               organization indexed
               access mode is dynamic
               record key is im-item-id
               file status is item-master-status.

           select location-balance-file
               assign to "LOCATION-BALANCE.DAT"
               organization indexed
               access mode is dynamic
               record key is lb-balance-key
               file status is location-balance-status.

           select student-master-file assign to "STUDENT-MASTER.DAT"
               organization indexed
               access mode is dynamic
               record key is sm-student-id
               file status is student-master-status.

           select change-log-file assign to "BOOK-LOANS-LOG.DAT"
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
       fd  book-loan-file.
           copy bookloan.

       fd  item-master-file.
           copy itemmast.

       fd  location-balance-file.
           copy locbal.

       fd  student-master-file.
           copy studmast.

       fd  change-log-file.
       01  change-log-line pic x(60).

       fd  accept-audit-file.
       01  accept-audit-record.
           copy acceptaudit.

       fd  session-file.
       01  session-record.
           05 so-operator-id pic x(08).

       working-storage section.

           copy jrnlfields.

           copy movefields.

           77 book-loan-status        pic xx.
           77 item-master-status      pic xx.
           77 location-balance-status pic xx.
           77 student-master-status   pic xx.
           77 change-log-status       pic xx.
           77 accept-audit-status     pic xx.

           77 session-file-status pic xx.
           77 session-operator pic x(08) value spaces.

           77 maint-action pic x.
               88 action-is-issue  value "I".
               88 action-is-return value "R".
               88 action-is-browse value "B".
               88 action-is-exit   value "X".

           77 done-maintaining pic x value "N".
               88 all-done value "Y".

           77 entry-student-id pic x(05).
           77 entry-item-id    pic x(05).

           77 entry-ok pic x.
               88 entry-is-ok value "Y".

      *> the loan of the title still out to the student, if any.
           77 loan-found pic x.
               88 loan-is-found value "Y".

           77 lost-loan-found pic x.
               88 lost-loan-is-found value "Y".
           77 lost-loan-key pic x(18).

           77 scan-eof pic x.
           77 today-date pic x(08).

      *> the textbook store is the main warehouse.
           77 loan-location pic x(03) value "PRI".

           77 log-action pic x(06).

           77 browse-eof pic x.

           01 log-detail.
               05 filler            pic x      value space.
               05 lg-date           pic x(08).
               05 filler            pic x(02)  value space.
               05 lg-operator       pic x(08).
               05 filler            pic x(02)  value space.
               05 lg-action         pic x(06).
               05 filler            pic x(02)  value space.
               05 lg-student-id     pic x(05).
               05 filler            pic x      value "/".
               05 lg-item-id        pic x(05).
               05 filler            pic x      value "/".
               05 lg-loan-date      pic x(08).
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
               "action (I)ssue (R)eturn (B)rowse e(X)it: "
               FIELD-PIC   by x
               TARGET-FIELD by maint-action.

           copy promptfield replacing
               SCREEN-NAME by ask_student
               FIELD-LINE  by 3
               PROMPT-TEXT by "student id: "
               ==FIELD-PIC== by ==x(05)==
               TARGET-FIELD by entry-student-id.

           copy promptfield replacing
               SCREEN-NAME by ask_item
               FIELD-LINE  by 4
               PROMPT-TEXT by "textbook:   "
               ==FIELD-PIC== by ==x(05)==
               TARGET-FIELD by entry-item-id.

           1 show_loan.
               2 line 7 col 1 "loan ".
               2 pic x(05) from bl-student-id.
               2 col 11 " ".
               2 pic x(05) from bl-item-id.
               2 col 17 " out ".
               2 pic x(08) from bl-loan-date.
               2 col 30 " class ".
               2 pic x(05) from bl-class-code.
               2 col 42 " status ".
               2 pic x from bl-status.
               2 col 51 " back ".
               2 pic x(08) from bl-return-date.
               2 line 8 col 1 "charged ".
               2 pic x(08) from bl-charge-date.
               2 col 18 " ".
               2 pic zzzz9 blank when zero from bl-charge-amount.

       procedure division.

           perform read-session-operator.

           move function current-date(1:8) to today-date.

           open i-o book-loan-file.
           if book-loan-status = "35"
               open output book-loan-file
               close book-loan-file
               open i-o book-loan-file
           end-if.

           open input student-master-file.

           perform until all-done

               display ask_action
               accept ask_action
               move "ACTION" to audit-field-name
               move maint-action to audit-value
               perform log-accept-event

               evaluate true
                   when action-is-issue  perform issue-copy
                   when action-is-return perform return-copy
                   when action-is-browse perform browse-loans
                   when action-is-exit   move "Y" to done-maintaining
                   when other
                       display "unknown action, try again"
               end-evaluate

           end-perform.

           close book-loan-file.
           close student-master-file.

       goback.

       read-session-operator.

           open input session-file.
           if session-file-status = "00"
               read session-file
                   not at end move so-operator-id to session-operator
               end-read
               close session-file
           end-if.

       accept-student-item.

           display ask_student.
           accept ask_student.
           move "STUDENT" to audit-field-name.
           move entry-student-id to audit-value.
           perform log-accept-event.

           display ask_item.
           accept ask_item.
           move "TEXTBOOK" to audit-field-name.
           move entry-item-id to audit-value.
           perform log-accept-event.

      *> the student's loans of one title sit together under the key.
      *> the copy still out is the one that counts; a copy charged as
      *> lost is remembered in case it is the one being brought back,
      *> but does not stop the student borrowing the title again.
       find-outstanding-loan.

           move "N" to loan-found.
           move "N" to lost-loan-found.
           move "N" to scan-eof.
           move entry-student-id to bl-student-id.
           move entry-item-id to bl-item-id.
           move low-values to bl-loan-date.

           start book-loan-file
                   key is not less than bl-loan-key
               invalid key move "Y" to scan-eof
           end-start.

           perform until scan-eof = "Y" or loan-is-found
               read book-loan-file next record
                   at end move "Y" to scan-eof
                   not at end
                       if bl-student-id not = entry-student-id
                               or bl-item-id not = entry-item-id
                           move "Y" to scan-eof
                       else
                           evaluate true
                               when bl-is-out
                                   move "Y" to loan-found
                               when bl-is-lost
                                   move "Y" to lost-loan-found
                                   move bl-loan-key to lost-loan-key
                           end-evaluate
                       end-if
               end-read
           end-perform.

       validate-issue.

           move "Y" to entry-ok.

           move entry-student-id to sm-student-id.
           read student-master-file
               invalid key
                   move "N" to entry-ok
                   display "student not on the student master"
               not invalid key
                   if not sm-is-enrolled
                       move "N" to entry-ok
                       display "student is not enrolled"
                   end-if
           end-read.

           if entry-is-ok
               perform find-outstanding-loan
               if loan-is-found
                   move "N" to entry-ok
                   display show_loan
                   display "student already holds a copy"
               end-if
           end-if.

      *> the copy goes out only if the store has one: the item must
      *> be active and on hand. the item master stays open across
      *> the post so nothing else takes the last copy in between.
       issue-copy.

           perform accept-student-item.
           perform validate-issue.

           if entry-is-ok
               open i-o item-master-file
               if item-master-status not = "00"
                   display "error: cannot open ITEM-MASTER.DAT"
               else
                   move entry-item-id to im-item-id
                   read item-master-file
                       invalid key
                           display "textbook not on the item master"
                       not invalid key
                           evaluate true
                               when not im-is-active
                                   display "textbook is deactivated"
                               when im-on-hand = zero
                                   display "no copy left in the store"
                               when other
                                   perform post-issue
                           end-evaluate
                   end-read
                   close item-master-file
               end-if
           end-if.

       post-issue.

           move entry-student-id to bl-student-id.
           move entry-item-id to bl-item-id.
           move today-date to bl-loan-date.
           move sm-class-code to bl-class-code.
           move "O" to bl-status.
           move spaces to bl-return-date.
           move spaces to bl-charge-date.
           move zero to bl-charge-amount.
           move session-operator to bl-operator.
           write book-loan-record
               invalid key
                   display "a copy of that title was already lent"
                       " to the student today"
           end-write.

           if book-loan-status = "00"
               subtract 1 from im-on-hand
               perform item-before-image
               rewrite item-master-record
               perform journal-item-change
               move -1 to mv-quantity
               move "PRT" to mv-move-type
               perform write-loan-movement
               perform post-location-out
               move "AJOUT" to log-action
               perform write-change-log
               display "issued"
           end-if.

       return-copy.

           perform accept-student-item.
           perform find-outstanding-loan.

           if not loan-is-found and lost-loan-is-found
               move lost-loan-key to bl-loan-key
               read book-loan-file
                   invalid key continue
                   not invalid key move "Y" to loan-found
               end-read
           end-if.

           if not loan-is-found
               display "no copy of that title out to the student"
           else
               display show_loan
               open i-o item-master-file
               if item-master-status not = "00"
                   display "error: cannot open ITEM-MASTER.DAT"
               else
                   move entry-item-id to im-item-id
                   read item-master-file
                       invalid key
                           display "textbook not on the item master"
                       not invalid key
                           perform post-return
                   end-read
                   close item-master-file
               end-if
           end-if.

       post-return.

           if bl-is-lost
               display "already charged as lost "
                   "-- the charge stands, refund at the office"
           end-if.

           move "R" to bl-status.
           move today-date to bl-return-date.
           move session-operator to bl-operator.
           rewrite book-loan-record
               invalid key
                   display "error: rewrite failed"
           end-rewrite.

           add 1 to im-on-hand.
           perform item-before-image.
           rewrite item-master-record.
           perform journal-item-change.
           move 1 to mv-quantity.
           move "RET" to mv-move-type.
           perform write-loan-movement.
           perform post-location-in.
           move "MODIF" to log-action.
           perform write-change-log.
           display "returned".

       browse-loans.

           display ask_student.
           accept ask_student.
           move "STUDENT" to audit-field-name.
           move entry-student-id to audit-value.
           perform log-accept-event.

           move entry-student-id to bl-student-id.
           move low-values to bl-item-id.
           move low-values to bl-loan-date.

           start book-loan-file
                   key is not less than bl-loan-key
               invalid key
                   display "nothing on file at or past that key"
               not invalid key
                   move "N" to browse-eof
                   perform until browse-eof = "Y"
                       read book-loan-file next record
                           at end move "Y" to browse-eof
                           not at end
                               if bl-student-id not = entry-student-id
                                   move "Y" to browse-eof
                               else
                                   display show_loan
                               end-if
                       end-read
                   end-perform
           end-start.

      *> the loan on the movement ledger, referenced by the student,
      *> with the balance it left behind.
       write-loan-movement.

           move entry-item-id to mv-item-id.
           move today-date to mv-move-date.
           move entry-student-id to mv-ref-number.
           move im-on-hand to mv-new-balance.
           call "movelog" using mv-item-id mv-move-date
               mv-move-type mv-ref-number mv-quantity
               mv-new-balance.

       open-location-balance.

           open i-o location-balance-file.
           if location-balance-status = "35"
               open output location-balance-file
               close location-balance-file
               open i-o location-balance-file
           end-if.

       post-location-out.

           perform open-location-balance.

           move entry-item-id to lb-item-id.
           move loan-location to lb-location.
           read location-balance-file
               invalid key
                   display "no stock recorded at "
                       loan-location " for " entry-item-id
               not invalid key
                   if lb-on-hand > zero
                       subtract 1 from lb-on-hand
                   else
                       display "location " loan-location
                           " short of " entry-item-id
                           ", floored at zero"
                   end-if
                   perform location-balance-before-image
                   rewrite location-balance-record
                   perform journal-location-balance-change
           end-read.

           close location-balance-file.

       post-location-in.

           perform open-location-balance.

           move entry-item-id to lb-item-id.
           move loan-location to lb-location.
           read location-balance-file
               invalid key
                   move 1 to lb-on-hand
                   move zero to lb-min-level
                   write location-balance-record
                       invalid key continue
                   end-write
                   perform journal-location-balance-add
               not invalid key
                   add 1 to lb-on-hand
                   perform location-balance-before-image
                   rewrite location-balance-record
                   perform journal-location-balance-change
           end-read.

           close location-balance-file.

       write-change-log.

           move function current-date(1:8) to lg-date.
           move session-operator to lg-operator.
           move log-action to lg-action.
           move bl-student-id to lg-student-id.
           move bl-item-id to lg-item-id.
           move bl-loan-date to lg-loan-date.
           move bl-status to lg-status.

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
           move "booklend" to aad-program-name.
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

      *> forward-recovery journal for the location balances: the image
      *> before a change is read back off the file just ahead of the
      *> update, the new record held aside meanwhile.
       location-balance-before-image.

           move location-balance-record to jf-after.
           read location-balance-file
               invalid key move spaces to jf-before
               not invalid key move location-balance-record to jf-before
           end-read.
           move jf-after to location-balance-record.

       journal-location-balance-add.

           move "LOCATION-BALANCE.DAT" to jf-master.
           move "A" to jf-action.
           move spaces to jf-before.
           move location-balance-record to jf-after.
           perform write-journal-entry.

       journal-location-balance-change.

           move "LOCATION-BALANCE.DAT" to jf-master.
           move "C" to jf-action.
           move location-balance-record to jf-after.
           perform write-journal-entry.

       write-journal-entry.

           move "booklend" to jf-program.
           move session-operator to jf-operator.
           call "mastjrnl" using jf-master jf-action jf-program
               jf-operator jf-before jf-after.
