      *> online entry for the conduct incident register: add, change,
      *> delete and browse a student's incidents by date. an incident
      *> takes the next sequence number of its day, a category from
      *> the fixed list, a severity of 1 (minor) to 3 (serious) and
      *> the sanction given. the student must be on the student
      *> master and the date a real date no later than today. every
      *> applied update lands on the change log, and every accept
      *> joins the compliance input trail.
       identification division.
       program-id. incmaint.

       environment division.
       input-output section.
       file-control.
           select incident-file assign to "INCIDENTS.DAT"
               organization indexed
               access mode is dynamic
               record key is in-incident-key
               file status is incident-file-status.

           select student-master-file assign to "STUDENT-MASTER.DAT"
               organization indexed
               access mode is dynamic
               record key is sm-student-id
               file status is student-master-status.

           select change-log-file assign to "INCIDENTS-LOG.DAT"
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
       fd  incident-file.
           copy incident.

       fd  student-master-file.
           copy studmast.

       fd  change-log-file.
       01  change-log-line pic x(71).

       fd  accept-audit-file.
       01  accept-audit-record.
           copy acceptaudit.

       fd  session-file.
       01  session-record.
           05 so-operator-id pic x(08).

       working-storage section.

           copy calfields.

           77 incident-file-status  pic xx.
           77 student-master-status pic xx.
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

           77 entry-student-id    pic x(05).
           77 entry-incident-date pic x(08).
           77 entry-incident-seq  pic 9(02).
           77 entry-category      pic x(04).
               88 entry-category-valid value "RETD" "INSO" "TRIC"
                                              "VIOL" "DEGR" "AUTR".
           77 entry-severity      pic 9(01).
               88 entry-severity-valid value 1 thru 3.
           77 entry-sanction      pic x(20).

           77 record-exists pic x.
               88 key-was-found value "Y".

           77 entry-ok pic x.
               88 entry-is-ok value "Y".

           77 scan-eof pic x.
           77 next-seq pic 9(03).
           77 today-date pic x(08).

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
               05 lg-incident-date  pic x(08).
               05 filler            pic x      value "/".
               05 lg-incident-seq   pic 99.
               05 filler            pic x(02)  value space.
               05 lg-category       pic x(04).
               05 filler            pic x      value space.
               05 lg-severity       pic 9.
               05 filler            pic x(02)  value space.
               05 lg-sanction       pic x(15).

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
               PROMPT-TEXT by "student id:          "
               ==FIELD-PIC== by ==x(05)==
               TARGET-FIELD by entry-student-id.

           copy promptfield replacing
               SCREEN-NAME by ask_incident_date
               FIELD-LINE  by 4
               PROMPT-TEXT by "incident date (yyyymmdd): "
               ==FIELD-PIC== by ==x(08)==
               TARGET-FIELD by entry-incident-date.

           copy promptfield replacing
               SCREEN-NAME by ask_incident_seq
               FIELD-LINE  by 5
               PROMPT-TEXT by "sequence in the day: "
               ==FIELD-PIC== by ==99==
               TARGET-FIELD by entry-incident-seq.

           copy promptfield replacing
               SCREEN-NAME by ask_category
               FIELD-LINE  by 7
               PROMPT-TEXT by
               "category (RETD INSO TRIC VIOL DEGR AUTR): "
               ==FIELD-PIC== by ==x(04)==
               TARGET-FIELD by entry-category.

           copy promptfield replacing
               SCREEN-NAME by ask_severity
               FIELD-LINE  by 8
               PROMPT-TEXT by "severity (1 minor - 3 serious): "
               FIELD-PIC   by 9
               TARGET-FIELD by entry-severity.

           copy promptfield replacing
               SCREEN-NAME by ask_sanction
               FIELD-LINE  by 9
               PROMPT-TEXT by "sanction:            "
               ==FIELD-PIC== by ==x(20)==
               TARGET-FIELD by entry-sanction.

           1 show_incident.
               2 line 11 col 1 "incident ".
               2 pic x(05) from in-student-id.
               2 col 16 " ".
               2 pic x(08) from in-incident-date.
               2 col 25 "/".
               2 pic 99 from in-incident-seq.
               2 col 28 " ".
               2 pic x(04) from in-category.
               2 col 33 " severity ".
               2 pic 9 from in-severity.
               2 col 44 " ".
               2 pic x(20) from in-sanction.
               2 line 12 col 1 "recorded ".
               2 pic x(08) from in-recorded-date.
               2 col 18 " by ".
               2 pic x(08) from in-recorded-by.
               2 col 30 " reported ".
               2 pic x(08) from in-reported-date.

       procedure division.

           perform read-session-operator.

           move function current-date(1:8) to today-date.

           open i-o incident-file.
           if incident-file-status = "35"
               open output incident-file
               close incident-file
               open i-o incident-file
           end-if.

           open input student-master-file.

           perform until all-done

               display ask_action
               accept ask_action
               move "ACTION" to audit-field-name
               move maint-action to audit-value
               perform log-accept-event

               evaluate true
                   when action-is-add    perform add-incident
                   when action-is-change perform change-incident
                   when action-is-delete perform delete-incident
                   when action-is-browse perform browse-incidents
                   when action-is-exit   move "Y" to done-maintaining
                   when other
                       display "unknown action, try again"
               end-evaluate

           end-perform.

           close incident-file.
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

       accept-student-date.

           display ask_student.
           accept ask_student.
           move "STUDENT" to audit-field-name.
           move entry-student-id to audit-value.
           perform log-accept-event.

           display ask_incident_date.
           accept ask_incident_date.
           move "INCIDENT-DT" to audit-field-name.
           move entry-incident-date to audit-value.
           perform log-accept-event.

       accept-incident-seq.

           display ask_incident_seq.
           accept ask_incident_seq.
           move "SEQUENCE" to audit-field-name.
           move entry-incident-seq to audit-value.
           perform log-accept-event.

       accept-incident-detail.

           display ask_category.
           accept ask_category.
           move "CATEGORY" to audit-field-name.
           move entry-category to audit-value.
           perform log-accept-event.

           display ask_severity.
           accept ask_severity.
           move "SEVERITY" to audit-field-name.
           move entry-severity to audit-value.
           perform log-accept-event.

           display ask_sanction.
           accept ask_sanction.
           move "SANCTION" to audit-field-name.
           move entry-sanction to audit-value.
           perform log-accept-event.

       read-incident-by-key.

           move "N" to record-exists.
           move entry-student-id    to in-student-id.
           move entry-incident-date to in-incident-date.
           move entry-incident-seq  to in-incident-seq.
           read incident-file
               invalid key continue
               not invalid key move "Y" to record-exists
           end-read.

       validate-student-date.

           move "Y" to entry-ok.

           move entry-student-id to sm-student-id.
           read student-master-file
               invalid key
                   move "N" to entry-ok
                   display "student not on the student master"
           end-read.

           if entry-is-ok
               move "S" to cd-action
               move entry-incident-date to cd-date-from
               call "caldate" using cd-action cd-date-from
                   cd-date-to cd-term-code cd-day-count cd-result
               if cd-result = "U"
                   move "N" to entry-ok
                   display "incident date must be a date, yyyymmdd"
               else
                   if entry-incident-date > today-date
                       move "N" to entry-ok
                       display "incident date is in the future"
                   end-if
               end-if
           end-if.

       validate-incident-detail.

           evaluate true
               when not entry-category-valid
                   move "N" to entry-ok
                   display "category must be one of the list"
               when entry-severity not numeric
                       or not entry-severity-valid
                   move "N" to entry-ok
                   display "severity must be 1, 2 or 3"
               when entry-sanction = spaces
                   move "N" to entry-ok
                   display "sanction is required"
           end-evaluate.

      *> the day's next sequence: one past the highest already on
      *> file for the student and date.
       find-next-seq.

           move zero to next-seq.
           move "N" to scan-eof.
           move entry-student-id    to in-student-id.
           move entry-incident-date to in-incident-date.
           move zero to in-incident-seq.

           start incident-file
                   key is not less than in-incident-key
               invalid key move "Y" to scan-eof
           end-start.

           perform until scan-eof = "Y"
               read incident-file next record
                   at end move "Y" to scan-eof
                   not at end
                       if in-student-id not = entry-student-id
                               or in-incident-date
                                   not = entry-incident-date
                           move "Y" to scan-eof
                       else
                           move in-incident-seq to next-seq
                       end-if
               end-read
           end-perform.

           add 1 to next-seq.

       add-incident.

           perform accept-student-date.
           perform validate-student-date.

           if entry-is-ok
               perform accept-incident-detail
               perform validate-incident-detail
           end-if.

           if entry-is-ok
               perform find-next-seq
               if next-seq > 99
                   display "no sequence left for that day"
               else
                   move next-seq to entry-incident-seq
                   move entry-student-id    to in-student-id
                   move entry-incident-date to in-incident-date
                   move entry-incident-seq  to in-incident-seq
                   perform apply-incident-entry
                   move today-date to in-recorded-date
                   move session-operator to in-recorded-by
                   move spaces to in-reported-date
                   write incident-record
                       invalid key
                           display "error: write failed"
                   end-write
                   move "AJOUT" to log-action
                   perform write-change-log
                   display "added as sequence " entry-incident-seq
               end-if
           end-if.

      *> a correction keeps the recorded and reported stamps: an
      *> incident already sent to the counselors is not sent twice.
       change-incident.

           perform accept-student-date.
           perform accept-incident-seq.
           perform read-incident-by-key.

           if key-was-found
               display show_incident
               move "Y" to entry-ok
               perform accept-incident-detail
               perform validate-incident-detail
               if entry-is-ok
                   perform apply-incident-entry
                   rewrite incident-record
                       invalid key
                           display "error: rewrite failed"
                   end-rewrite
                   move "MODIF" to log-action
                   perform write-change-log
                   display "changed"
               end-if
           else
               display "not on file, use (A)dd"
           end-if.

       delete-incident.

           perform accept-student-date.
           perform accept-incident-seq.
           perform read-incident-by-key.

           if key-was-found
               display show_incident
               delete incident-file record
               move "SUPPR" to log-action
               perform write-change-log
               display "deleted"
           else
               display "not on file"
           end-if.

       browse-incidents.

           display ask_student.
           accept ask_student.
           move "STUDENT" to audit-field-name.
           move entry-student-id to audit-value.
           perform log-accept-event.

           move entry-student-id to in-student-id.
           move low-values to in-incident-date.
           move zero to in-incident-seq.

           start incident-file
                   key is not less than in-incident-key
               invalid key
                   display "nothing on file at or past that key"
               not invalid key
                   move "N" to browse-eof
                   perform until browse-eof = "Y"
                       read incident-file next record
                           at end move "Y" to browse-eof
                           not at end
                               if in-student-id not = entry-student-id
                                   move "Y" to browse-eof
                               else
                                   display show_incident
                               end-if
                       end-read
                   end-perform
           end-start.

       apply-incident-entry.

           move entry-category to in-category.
           move entry-severity to in-severity.
           move entry-sanction to in-sanction.

       write-change-log.

           move function current-date(1:8) to lg-date.
           move session-operator to lg-operator.
           move log-action to lg-action.
           move in-student-id to lg-student-id.
           move in-incident-date to lg-incident-date.
           move in-incident-seq to lg-incident-seq.
           move in-category to lg-category.
           move in-severity to lg-severity.
           move in-sanction to lg-sanction.

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
           move "incmaint" to aad-program-name.
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
