      *> household register maintenance: the office's screen for the
      *> household keys the label, letter and transcript runs group
      *> a family's documents under. (P)roposals walks what hhpropose
      *> found on the guardian master, one proposed household at a
      *> time -- (C)onfirm files every member under the proposed key,
      *> (S)kip leaves it for another day, (Q)uit ends the walk.
      *> (L)ook shows a student's household and its members, (U)nlink
      *> takes a student back out to a household of one. every
      *> accept joins the compliance input trail, and every member
      *> filed carries the confirming operator and date.
       identification division.
       program-id. hhmaint.

       environment division.
       input-output section.
       file-control.
           select household-file assign to "HOUSEHOLD.DAT"
               organization indexed
               access mode is dynamic
               record key is hh-student-id
               file status is household-file-status.

           select proposals-file assign to "HOUSEHOLD-PROPOSALS.DAT"
               organization line sequential
               file status is proposals-file-status.

           select accept-audit-file assign to "ACCEPT-AUDIT.DAT"
               organization line sequential
               file status is accept-audit-status.

           select session-file assign to "SESSION-OPERATOR.DAT"
               organization line sequential
               file status is session-file-status.

       data division.
       file section.
       fd  household-file.
           copy household.

       fd  proposals-file.
           copy hhproposal.

       fd  accept-audit-file.
       01  accept-audit-record.
           copy acceptaudit.

       fd  session-file.
       01  session-record.
           05 so-operator-id pic x(08).

       working-storage section.

           77 household-file-status pic xx.
           77 proposals-file-status pic xx.
           77 accept-audit-status   pic xx.

           77 session-file-status pic xx.
           77 session-operator pic x(08) value spaces.

           77 maint-action pic x.
               88 action-is-proposals value "P".
               88 action-is-look      value "L".
               88 action-is-unlink    value "U".
               88 action-is-exit      value "X".

           77 done-maintaining pic x value "N".
               88 all-done value "Y".

           77 entry-student-id pic x(05).

           77 entry-choice pic x.
               88 choice-is-confirm value "C".
               88 choice-is-skip    value "S".
               88 choice-is-quit    value "Q".

      *> the proposals file loaded whole; a proposed household is the
      *> run of members sharing one proposed key.
           77 end-of-proposals pic x value "N".
               88 no-more-proposals value "Y".
           77 proposal-count pic 9(03) value zero.
           77 proposal-idx   pic 9(03).
           77 group-start    pic 9(03).
           77 group-end      pic 9(03).
           77 proposals-dropped pic 9(04) value zero.

           01 proposal-table.
               05 proposal-entry occurs 500 times.
                   10 pt-household-id  pic x(05).
                   10 pt-student-id    pic x(05).
                   10 pt-guardian-name pic x(20).
                   10 pt-addr-line-1   pic x(30).
                   10 pt-postal-code   pic x(07).

           77 walk-done pic x.
               88 walk-is-done value "Y".
           77 group-done pic x.
               88 group-is-done value "Y".

           77 households-confirmed pic 9(04) value zero.

           77 look-household-id pic x(05).
           77 browse-eof pic x.

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
               PROMPT-TEXT by
               "action (P)roposals (L)ook (U)nlink e(X)it: "
               FIELD-PIC   by x
               TARGET-FIELD by maint-action.

           copy promptfield replacing
               SCREEN-NAME by ask_student
               FIELD-LINE  by 3
               PROMPT-TEXT by "student id:           "
               ==FIELD-PIC== by ==x(05)==
               TARGET-FIELD by entry-student-id.

           copy promptfield replacing
               SCREEN-NAME by ask_choice
               FIELD-LINE  by 1
               PROMPT-TEXT by "(C)onfirm (S)kip (Q)uit: "
               FIELD-PIC   by x
               TARGET-FIELD by entry-choice.

       procedure division.

           perform read-session-operator.

           open i-o household-file.
           if household-file-status = "35"
               open output household-file
               close household-file
               open i-o household-file
           end-if.

           perform until all-done

               display ask_action
               accept ask_action
               move "ACTION" to audit-field-name
               move maint-action to audit-value
               perform log-accept-event

               evaluate true
                   when action-is-proposals perform walk-proposals
                   when action-is-look      perform look-up-household
                   when action-is-unlink    perform unlink-student
                   when action-is-exit      move "Y" to done-maintaining
                   when other
                       display "unknown action, try again"
               end-evaluate

           end-perform.

           close household-file.

       goback.

       read-session-operator.

           open input session-file.
           if session-file-status = "00"
               read session-file
                   not at end move so-operator-id to session-operator
               end-read
               close session-file
           end-if.

       accept-student.

           display ask_student.
           accept ask_student.
           move "STUDENT" to audit-field-name.
           move entry-student-id to audit-value.
           perform log-accept-event.

       walk-proposals.

           perform load-proposals.

           if proposal-count = zero
               display "no household proposals waiting"
           else
               move "N" to walk-done
               move 1 to group-start
               perform until walk-is-done
                       or group-start > proposal-count
                   perform find-group-end
                   perform show-one-proposal
                   compute group-start = group-end + 1
               end-perform
               display erase_screen
               display "households confirmed: " households-confirmed
           end-if.

       load-proposals.

           move zero to proposal-count.
           move zero to proposals-dropped.
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

           if proposals-dropped > zero
               display "warning: " proposals-dropped
                   " proposal lines past the 500-entry table"
           end-if.

       store-one-proposal.

           if proposal-count >= 500
               add 1 to proposals-dropped
           else
               add 1 to proposal-count
               move hp-household-id
                   to pt-household-id(proposal-count)
               move hp-student-id
                   to pt-student-id(proposal-count)
               move hp-guardian-name
                   to pt-guardian-name(proposal-count)
               move hp-addr-line-1
                   to pt-addr-line-1(proposal-count)
               move hp-postal-code
                   to pt-postal-code(proposal-count)
           end-if.

       find-group-end.

           move group-start to group-end.
           perform until group-end >= proposal-count
                   or pt-household-id(group-end + 1)
                       not = pt-household-id(group-start)
               add 1 to group-end
           end-perform.

       show-one-proposal.

           display erase_screen.
           display " ".
           display "proposed household " pt-household-id(group-start)
               "   " pt-postal-code(group-start) " "
               pt-addr-line-1(group-start).
           perform varying proposal-idx from group-start by 1
                   until proposal-idx > group-end
               display "   " pt-student-id(proposal-idx) "  "
                   pt-guardian-name(proposal-idx)
           end-perform.

           move "N" to group-done.
           perform until group-is-done
               display ask_choice
               accept ask_choice
               move "CHOICE" to audit-field-name
               move entry-choice to audit-value
               perform log-accept-event
               evaluate true
                   when choice-is-confirm
                       perform confirm-household
                       move "Y" to group-done
                   when choice-is-skip
                       move "Y" to group-done
                   when choice-is-quit
                       move "Y" to group-done
                       move "Y" to walk-done
                   when other
                       display "unknown choice, try again"
               end-evaluate
           end-perform.

      *> a member already filed under another household moves to
      *> this one: the office has just looked at the address.
       confirm-household.

           perform varying proposal-idx from group-start by 1
                   until proposal-idx > group-end
               move pt-student-id(proposal-idx) to hh-student-id
               read household-file
                   invalid key
                       perform fill-household-record
                       write household-record
                           invalid key
                               display "error: write failed"
                       end-write
                   not invalid key
                       perform fill-household-record
                       rewrite household-record
                           invalid key
                               display "error: rewrite failed"
                       end-rewrite
               end-read
           end-perform.

           add 1 to households-confirmed.

       fill-household-record.

           move pt-student-id(proposal-idx) to hh-student-id.
           move pt-household-id(group-start) to hh-household-id.
           move session-operator to hh-confirmed-by.
           move function current-date(1:8) to hh-confirmed-date.

       look-up-household.

           display erase_screen.
           perform accept-student.

           move entry-student-id to hh-student-id.
           read household-file
               invalid key
                   display "student is a household of one"
               not invalid key
                   move hh-household-id to look-household-id
                   display "household " look-household-id
                   perform list-household-members
           end-read.

      *> the register is keyed by student, so the members are found
      *> by a pass over the whole file.
       list-household-members.

           move low-values to hh-student-id.
           start household-file
                   key is not less than hh-student-id
               invalid key continue
           end-start.

           move "N" to browse-eof.
           perform until browse-eof = "Y"
               read household-file next record
                   at end move "Y" to browse-eof
                   not at end
                       if hh-household-id = look-household-id
                           display "   " hh-student-id
                               "  confirmed " hh-confirmed-date
                               " by " hh-confirmed-by
                       end-if
               end-read
           end-perform.

       unlink-student.

           display erase_screen.
           perform accept-student.

           move entry-student-id to hh-student-id.
           read household-file
               invalid key
                   display "student is not in a household"
               not invalid key
                   delete household-file record
                   display "student " entry-student-id
                       " unlinked from household " hh-household-id
           end-read.

      *> compliance input trail: every ACCEPT on this screen is
      *> logged with the value entered and the signed-on operator.
       log-accept-event.

           move spaces to accept-audit-record.
           move "hhmaint" to aad-program-name.
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
