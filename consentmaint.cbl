      *> online maintenance for the guardian consent master: add,
      *> change, delete and browse by student-id, one Y/N flag per
      *> use of the student's data -- district extract, university
      *> GPA sheet, honor roll publication, rank on the transcript,
      *> notification messages. every applied update lands on the
      *> change log with the flags before and after, the operator and
      *> the date, the way the guardian master's maintenance logs
      *> its changes, and every accept joins the compliance input
      *> trail. the producing programs read the flags through
      *> consentchk.
       identification division.
       program-id. consentmaint.

       environment division.
       input-output section.
       file-control.
           select consent-master-file assign to "CONSENT-MASTER.DAT"
               organization indexed
               access mode is dynamic
               record key is cs-student-id
               file status is consent-master-status.

           select change-log-file assign to "CONSENT-MASTER-LOG.DAT"
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
       fd  consent-master-file.
           copy consentmast.

       fd  change-log-file.
       01  change-log-line pic x(60).

       fd  accept-audit-file.
       01  accept-audit-record.
           copy acceptaudit.

       fd  session-file.
       01  session-record.
           05 so-operator-id pic x(08).

       working-storage section.

           77 consent-master-status pic xx.
           77 change-log-status     pic xx.
           77 accept-audit-status   pic xx.

           77 session-file-status pic xx.
           77 session-operator pic x(08) value spaces.

           77 maint-action pic x.
               88 action-is-add    value "A".
               88 action-is-change value "C".
               88 action-is-delete value "D".
               88 action-is-browse value "B".
               88 action-is-exit   value "X".

           77 done-maintaining pic x value "N".
               88 all-done value "Y".

           77 entry-student-id pic x(05).

      *> the five flags as keyed, in the consent master's order.
           01 entry-flags.
               05 entry-district   pic x(01).
               05 entry-university pic x(01).
               05 entry-honor-roll pic x(01).
               05 entry-rank       pic x(01).
               05 entry-notify     pic x(01).
           01 entry-flag-table redefines entry-flags.
               05 entry-flag       pic x(01) occurs 5 times.

           77 flag-idx pic 9(01).

           77 flags-ok pic x.
               88 flags-are-ok value "Y".

           77 record-exists pic x.
               88 key-was-found value "Y".

           77 log-action pic x(06).
           77 flags-before pic x(05).

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
               05 filler            pic x(02)  value space.
               05 lg-flags-before   pic x(05).
               05 filler            pic x(04)  value " -> ".
               05 lg-flags-after    pic x(05).

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
               SCREEN-NAME by ask_student
               FIELD-LINE  by 3
               PROMPT-TEXT by "student id:              "
               ==FIELD-PIC== by ==x(05)==
               TARGET-FIELD by entry-student-id.

           copy promptfield replacing
               SCREEN-NAME by ask_district
               FIELD-LINE  by 5
               PROMPT-TEXT by "district extract (Y/N):  "
               FIELD-PIC   by x
               TARGET-FIELD by entry-district.

           copy promptfield replacing
               SCREEN-NAME by ask_university
               FIELD-LINE  by 6
               PROMPT-TEXT by "university GPA (Y/N):    "
               FIELD-PIC   by x
               TARGET-FIELD by entry-university.

           copy promptfield replacing
               SCREEN-NAME by ask_honor_roll
               FIELD-LINE  by 7
               PROMPT-TEXT by "honor roll (Y/N):        "
               FIELD-PIC   by x
               TARGET-FIELD by entry-honor-roll.

           copy promptfield replacing
               SCREEN-NAME by ask_rank
               FIELD-LINE  by 8
               PROMPT-TEXT by "rank on transcript (Y/N):"
               FIELD-PIC   by x
               TARGET-FIELD by entry-rank.

           copy promptfield replacing
               SCREEN-NAME by ask_notify
               FIELD-LINE  by 9
               PROMPT-TEXT by "notifications (Y/N):     "
               FIELD-PIC   by x
               TARGET-FIELD by entry-notify.

           1 show_consent.
               2 line 11 col 1 "student ".
               2 pic x(05) from cs-student-id.
               2 col 15 " district ".
               2 pic x from cs-district.
               2 col 26 " gpa ".
               2 pic x from cs-university.
               2 col 32 " honor ".
               2 pic x from cs-honor-roll.
               2 col 40 " rank ".
               2 pic x from cs-rank.
               2 col 47 " notify ".
               2 pic x from cs-notify.
               2 line 12 col 1 "changed ".
               2 pic x(08) from cs-changed-date.
               2 col 18 " by ".
               2 pic x(08) from cs-changed-by.

       procedure division.

           perform read-session-operator.

           open i-o consent-master-file.
           if consent-master-status = "35"
               open output consent-master-file
               close consent-master-file
               open i-o consent-master-file
           end-if.

           perform until all-done

               display ask_action
               accept ask_action
               move "ACTION" to audit-field-name
               move maint-action to audit-value
               perform log-accept-event

               evaluate true
                   when action-is-add    perform add-consent
                   when action-is-change perform change-consent
                   when action-is-delete perform delete-consent
                   when action-is-browse perform browse-consents
                   when action-is-exit   move "Y" to done-maintaining
                   when other
                       display "unknown action, try again"
               end-evaluate

           end-perform.

           close consent-master-file.

       goback.

       read-session-operator.

           open input session-file.
           if session-file-status = "00"
               read session-file
                   not at end move so-operator-id to session-operator
               end-read
               close session-file
           end-if.

       accept-consent-key.

           display ask_student.
           accept ask_student.
           move "STUDENT" to audit-field-name.
           move entry-student-id to audit-value.
           perform log-accept-event.

       accept-consent-flags.

           display ask_district.
           accept ask_district.
           move "DISTRICT" to audit-field-name.
           move entry-district to audit-value.
           perform log-accept-event.

           display ask_university.
           accept ask_university.
           move "UNIVERSITY" to audit-field-name.
           move entry-university to audit-value.
           perform log-accept-event.

           display ask_honor_roll.
           accept ask_honor_roll.
           move "HONOR-ROLL" to audit-field-name.
           move entry-honor-roll to audit-value.
           perform log-accept-event.

           display ask_rank.
           accept ask_rank.
           move "RANK" to audit-field-name.
           move entry-rank to audit-value.
           perform log-accept-event.

           display ask_notify.
           accept ask_notify.
           move "NOTIFY" to audit-field-name.
           move entry-notify to audit-value.
           perform log-accept-event.

           move "Y" to flags-ok.
           perform varying flag-idx from 1 by 1 until flag-idx > 5
               if entry-flag(flag-idx) not = "Y"
                       and entry-flag(flag-idx) not = "N"
                   move "N" to flags-ok
               end-if
           end-perform.

       read-consent-by-key.

           move "N" to record-exists.
           move entry-student-id to cs-student-id.
           read consent-master-file
               invalid key continue
               not invalid key move "Y" to record-exists
           end-read.

       add-consent.

           perform accept-consent-key.
           perform read-consent-by-key.

           if key-was-found
               display "already on file, use (C)hange"
           else
               perform accept-consent-flags
               if not flags-are-ok
                   display "every flag must be Y or N"
               else
                   move spaces to flags-before
                   perform apply-consent-entry
                   write consent-master-record
                       invalid key
                           display "error: write failed"
                   end-write
                   move "AJOUT" to log-action
                   perform write-change-log
                   display "added"
               end-if
           end-if.

       change-consent.

           perform accept-consent-key.
           perform read-consent-by-key.

           if key-was-found
               display show_consent
               perform accept-consent-flags
               if not flags-are-ok
                   display "every flag must be Y or N"
               else
                   move cs-flags to flags-before
                   perform apply-consent-entry
                   rewrite consent-master-record
                   move "MODIF" to log-action
                   perform write-change-log
                   display "changed"
               end-if
           else
               display "not on file, use (A)dd"
           end-if.

      *> deleting the record puts the student back to refusing
      *> nothing, which the log shows as blank flags after.
       delete-consent.

           perform accept-consent-key.
           perform read-consent-by-key.

           if key-was-found
               display show_consent
               move cs-flags to flags-before
               move spaces to entry-flags
               delete consent-master-file record
               move "SUPPR" to log-action
               perform write-change-log
               display "deleted"
           else
               display "not on file"
           end-if.

       browse-consents.

           perform accept-consent-key.

           move entry-student-id to cs-student-id.

           start consent-master-file
                   key is not less than cs-student-id
               invalid key
                   display "nothing on file at or past that key"
               not invalid key
                   move "N" to browse-eof
                   perform until browse-eof = "Y"
                       read consent-master-file next record
                           at end move "Y" to browse-eof
                           not at end display show_consent
                       end-read
                   end-perform
           end-start.

       apply-consent-entry.

           move entry-student-id to cs-student-id.
           move entry-flags to cs-flags.
           move session-operator to cs-changed-by.
           move function current-date(1:8) to cs-changed-date.

       write-change-log.

           move function current-date(1:8) to lg-date.
           move session-operator to lg-operator.
           move log-action to lg-action.
           move entry-student-id to lg-student-id.
           move flags-before to lg-flags-before.
           move entry-flags to lg-flags-after.

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
           move "consentmaint" to aad-program-name.
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
