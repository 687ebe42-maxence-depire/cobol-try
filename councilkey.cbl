      *> council decision keying: after the conseil de classe the
      *> secretary keys back what was marked on the deliberation
      *> packet. the class and the term are keyed once, then the
      *> roster from the student master comes up student by student
      *> with any decision already on file; (K)ey takes the decision,
      *> the distinction and a remark, (S)kip leaves the student as
      *> is, (Q)uit ends the class. decisions land on the indexed
      *> COUNCIL-DECISIONS.DAT file under the signed-on operator, and
      *> the next packet print shows them in the decision column.
      *> every accept joins the compliance input trail.
       identification division.
       program-id. councilkey.

       environment division.
       input-output section.
       file-control.
           select student-master-file assign to "STUDENT-MASTER.DAT"
               organization indexed
               access mode is dynamic
               record key is sm-student-id
               file status is student-master-status.

           select decision-file assign to "COUNCIL-DECISIONS.DAT"
               organization indexed
               access mode is dynamic
               record key is cn-decision-key
               file status is decision-file-status.

           select accept-audit-file assign to "ACCEPT-AUDIT.DAT"
               organization line sequential
               file status is accept-audit-status.

           select session-file assign to "SESSION-OPERATOR.DAT"
               organization line sequential
               file status is session-file-status.

       data division.
       file section.
       fd  student-master-file.
           copy studmast.

       fd  decision-file.
           copy councildec.

       fd  accept-audit-file.
       01  accept-audit-record.
           copy acceptaudit.

       fd  session-file.
       01  session-record.
           05 so-operator-id pic x(08).

       working-storage section.

           77 student-master-status pic xx.
           77 decision-file-status  pic xx.
           77 accept-audit-status   pic xx.

           77 session-file-status pic xx.
           77 session-operator pic x(08) value spaces.

           77 entry-class-code pic x(05).
           77 entry-term-code  pic x(04).

           77 entry-action pic x.
               88 action-is-key  value "K".
               88 action-is-skip value "S".
               88 action-is-quit value "Q".

           77 entry-decision pic x.
               88 decision-is-passe    value "P".
               88 decision-is-redouble value "R".

           77 entry-distinction pic x.
           77 entry-remark      pic x(30).

           77 end-of-roster pic x value "N".
               88 no-more-roster value "Y".

           77 student-done pic x.
               88 student-is-done value "Y".

           77 decision-exists pic x.
               88 decision-was-found value "Y".

           77 students-called   pic 9(04) value zero.
           77 decisions-keyed   pic 9(04) value zero.

           77 decision-shown    pic x(08).
           77 distinction-shown pic x(01).

      *> staging fields for the audit write: the record itself is
      *> cleared and built inside log-accept-event.
           77 audit-field-name pic x(12).
           77 audit-value      pic x(10).

       screen section.

           copy blankscreen replacing
               SCREEN-NAME by erase_screen.

           copy promptfield replacing
               SCREEN-NAME by ask_class
               FIELD-LINE  by 1
               PROMPT-TEXT by "class code:             "
               ==FIELD-PIC== by ==x(05)==
               TARGET-FIELD by entry-class-code.

           copy promptfield replacing
               SCREEN-NAME by ask_term
               FIELD-LINE  by 2
               PROMPT-TEXT by "term code:              "
               ==FIELD-PIC== by ==x(04)==
               TARGET-FIELD by entry-term-code.

           copy promptfield replacing
               SCREEN-NAME by ask_action
               FIELD-LINE  by 8
               PROMPT-TEXT by "(K)ey (S)kip (Q)uit:               "
               FIELD-PIC   by x
               TARGET-FIELD by entry-action.

           copy promptfield replacing
               SCREEN-NAME by ask_decision
               FIELD-LINE  by 9
               PROMPT-TEXT by "(P)asse (R)edouble:                "
               FIELD-PIC   by x
               TARGET-FIELD by entry-decision.

           copy promptfield replacing
               SCREEN-NAME by ask_distinction
               FIELD-LINE  by 10
               PROMPT-TEXT by "distinction (F/C/E/A/N):           "
               FIELD-PIC   by x
               TARGET-FIELD by entry-distinction.

           copy promptfield replacing
               SCREEN-NAME by ask_remark
               FIELD-LINE  by 11
               PROMPT-TEXT by "remark:                            "
               ==FIELD-PIC== by ==x(30)==
               TARGET-FIELD by entry-remark.

           1 show_council.
               2 line 1 col 1 "class ".
               2 pic x(05) from entry-class-code.
               2 col 13 " term ".
               2 pic x(04) from entry-term-code.

           1 show_student.
               2 line 5 col 1 "student ".
               2 pic x(05) from sm-student-id.
               2 col 15 space.
               2 pic x(20) from sm-student-name.
               2 line 6 col 1 "on file ".
               2 pic x(08) from decision-shown.
               2 col 18 " distinction ".
               2 pic x from distinction-shown.

       procedure division.

           perform read-session-operator.

           open input student-master-file.
           if student-master-status not = "00"
               display "error: cannot open STUDENT-MASTER.DAT"
               move 8 to return-code
               goback
           end-if.

           open i-o decision-file.
           if decision-file-status = "35"
               open output decision-file
               close decision-file
               open i-o decision-file
           end-if.

           display erase_screen.

           perform accept-council.

           perform key-class-roster.

           display erase_screen.
           display "students called:  " students-called.
           display "decisions keyed:  " decisions-keyed.

           close student-master-file.
           close decision-file.

       goback.

       read-session-operator.

           open input session-file.
           if session-file-status = "00"
               read session-file
                   not at end move so-operator-id to session-operator
               end-read
               close session-file
           end-if.

       accept-council.

           display ask_class.
           accept ask_class.
           move "CLASS" to audit-field-name.
           move entry-class-code to audit-value.
           perform log-accept-event.

           display ask_term.
           accept ask_term.
           move "TERM" to audit-field-name.
           move entry-term-code to audit-value.
           perform log-accept-event.

      *> the roster is every enrolled student the master places in
      *> the class, walked in student-id order -- the order the
      *> packet grid prints in.
       key-class-roster.

           move low-values to sm-student-id.
           start student-master-file
                   key is not less than sm-student-id
               invalid key move "Y" to end-of-roster
           end-start.

           perform until no-more-roster
               read student-master-file next record
                   at end move "Y" to end-of-roster
                   not at end
                       if sm-is-enrolled
                               and sm-class-code = entry-class-code
                           perform key-one-student
                       end-if
               end-read
           end-perform.

       key-one-student.

           add 1 to students-called.

           move entry-class-code to cn-class-code.
           move entry-term-code  to cn-term-code.
           move sm-student-id    to cn-student-id.

           move "N" to decision-exists.
           move "NONE" to decision-shown.
           move space to distinction-shown.
           read decision-file
               invalid key continue
               not invalid key
                   move "Y" to decision-exists
                   move cn-decision to decision-shown
                   move cn-distinction to distinction-shown
           end-read.

           display erase_screen.
           display show_council.
           display show_student.

           move "N" to student-done.
           perform until student-is-done
               display ask_action
               accept ask_action
               move "ACTION" to audit-field-name
               move entry-action to audit-value
               perform log-accept-event
               evaluate true
                   when action-is-key
                       perform key-decision
                   when action-is-skip
                       move "Y" to student-done
                   when action-is-quit
                       move "Y" to student-done
                       move "Y" to end-of-roster
                   when other
                       display "unknown action, try again"
               end-evaluate
           end-perform.

      *> a bad decision or distinction code sends the secretary back
      *> to the action prompt with nothing written.
       key-decision.

           display ask_decision.
           accept ask_decision.
           move "DECISION" to audit-field-name.
           move entry-decision to audit-value.
           perform log-accept-event.

           display ask_distinction.
           accept ask_distinction.
           move "DISTINCTION" to audit-field-name.
           move entry-distinction to audit-value.
           perform log-accept-event.

           display ask_remark.
           accept ask_remark.
           move "REMARK" to audit-field-name.
           move entry-remark to audit-value.
           perform log-accept-event.

           move entry-distinction to cn-distinction.

           if not decision-is-passe and not decision-is-redouble
               display "decision must be P or R"
           else
               if not cn-distinction-is-valid
                   display "distinction must be F, C, E, A or N"
               else
                   perform write-decision
                   move "Y" to student-done
               end-if
           end-if.

       write-decision.

           if decision-is-passe
               move "PASSE" to cn-decision
           else
               move "REDOUBLE" to cn-decision
           end-if.
           move entry-remark to cn-remark.
           move session-operator to cn-operator.
           move function current-date(1:8) to cn-keyed-date.

           if decision-was-found
               rewrite council-decision-record
           else
               write council-decision-record
                   invalid key
                       display "error: write failed"
               end-write
           end-if.

           add 1 to decisions-keyed.

      *> compliance input trail: every ACCEPT on this screen is
      *> logged with the value entered and the signed-on operator.
       log-accept-event.

           move spaces to accept-audit-record.
           move "councilkey" to aad-program-name.
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
