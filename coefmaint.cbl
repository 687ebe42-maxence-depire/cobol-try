      *> online maintenance for the indexed coefficient master: add,
      *> change, delete, and browse by class/subject/effective-date
      *> key, the coefficient held above zero on entry. every applied
      *> change writes the coefficient before and after to the
      *> HISTORY.DAT audit trail.
      *>
      *> a coefficient change is a dated version, not an overwrite:
      *> the new figure goes on under its own effective-from date and
      *> the versions it supersedes stay on file, so a regrade of an
      *> old term still weighs its notes the way that term was.
       identification division.
       program-id. coefmaint.

       environment division.
       input-output section.
       file-control.
           select coef-master-file assign to "COEF-MASTER.DAT"
               organization indexed
               access mode is dynamic
               record key is cf-coef-key
               file status is coef-master-status.

           select history-file assign to "HISTORY.DAT"
               organization indexed
               access mode is dynamic
               record key is hr-history-key
               file status is history-file-status.

           select history-seq-file assign to "HISTORY-SEQ.DAT"
               organization line sequential
               file status is history-seq-status.

           select session-file assign to "SESSION-OPERATOR.DAT"
               organization line sequential
               file status is session-file-status.

           select run-date-file assign to "RUN-DATE.DAT"
               organization line sequential
               file status is run-date-status.

       data division.
       file section.
       fd  coef-master-file.
           copy coefmast.

       fd  history-file.
           copy historyrec.

       fd  history-seq-file.
       01  history-seq-record.
           05 hsr-last-seq pic 9(06).

       fd  session-file.
       01  session-record.
           05 so-operator-id pic x(08).

       fd  run-date-file.
       01  run-date-record.
           05 rdc-business-date pic x(08).

       working-storage section.

      *> the business date this program's history entries book to,
      *> from the RUN-DATE.DAT control card -- corrections re-run
      *> after midnight still land on the night they belong to. no
      *> control card means today.
           77 run-date-status pic xx.
           77 business-date   pic x(08).

           copy lockfields.

      *> the lockmgr CALL hands its own (zero) return code back up,
      *> so the caller's code is saved across the release -- an
      *> error path that releases the lock on its way out must still
      *> exit with the code it set.
           77 saved-return-code pic 9(04).

      *> the signed-on operator from the menu's session file, for
      *> the operator stamp on the audit trail; spaces when running
      *> outside a signed-on session.
           77 session-file-status pic xx.
           77 session-operator pic x(08) value spaces.

           77 coef-master-status  pic xx.
           77 history-file-status pic xx.
           77 history-seq-status  pic xx.
           77 history-seq         pic 9(06) value zero.

      *> a sequence collision -- the counter file fell behind the
      *> trail after an abend -- claims the next free number instead
      *> of silently swallowing the write, the same bump-on-invalid-
      *> key recovery the grading run uses; the counter file is
      *> caught up when that happens.
           77 history-write-done pic x.
           77 history-seq-bumped pic x.

           77 maint-action pic x.
               88 action-is-add    value "A".
               88 action-is-change value "C".
               88 action-is-delete value "D".
               88 action-is-browse value "B".
               88 action-is-exit   value "X".

           77 done-maintaining pic x value "N".
               88 all-done value "Y".

           77 entry-class-code     pic x(05).
           77 entry-subject-id     pic x(05).
           77 entry-effective-from pic x(08).

           77 entry-coef pic 9(02).

           77 record-exists pic x.
               88 key-was-found value "Y".

      *> before image of the record being changed or deleted, for the
      *> audit trail -- zero for an add, where there is no before.
           77 before-coef pic 9(02).

           77 audit-action   pic x(10).

           77 browse-eof pic x.

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
               PROMPT-TEXT by "class code:  "
               ==FIELD-PIC== by ==x(05)==
               TARGET-FIELD by entry-class-code.

           copy promptfield replacing
               SCREEN-NAME by ask_subject
               FIELD-LINE  by 4
               PROMPT-TEXT by "subject id:  "
               ==FIELD-PIC== by ==x(05)==
               TARGET-FIELD by entry-subject-id.

           copy promptfield replacing
               SCREEN-NAME by ask_effective
               FIELD-LINE  by 5
               PROMPT-TEXT by "effective (YYYYMMDD): "
               ==FIELD-PIC== by ==x(08)==
               TARGET-FIELD by entry-effective-from.

           copy promptfield replacing
               SCREEN-NAME by ask_coef
               FIELD-LINE  by 6
               PROMPT-TEXT by "coefficient:  "
               ==FIELD-PIC== by ==99==
               TARGET-FIELD by entry-coef.

           1 show_coef.
               2 line 11 col 1 "class ".
               2 pic x(05) from cf-class-code.
               2 col 13 " subject ".
               2 pic x(05) from cf-subject-id.
               2 col 28 " effective ".
               2 pic x(08) from cf-effective-from.
               2 line 12 col 1 "coefficient ".
               2 pic z9 from cf-coef.

       procedure division.

           perform read-business-date.

           perform read-session-operator.

           perform acquire-history-lock.

           open i-o coef-master-file.
           if coef-master-status = "35"
               open output coef-master-file
               close coef-master-file
               open i-o coef-master-file
           end-if.

           perform until all-done

               display ask_action
               accept ask_action

               evaluate true
                   when action-is-add    perform add-coef
                   when action-is-change perform change-coef
                   when action-is-delete perform delete-coef
                   when action-is-browse perform browse-coefs
                   when action-is-exit   move "Y" to done-maintaining
                   when other
                       display "unknown action, try again"
               end-evaluate

           end-perform.

           close coef-master-file.

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


      *> the shared history file is single-writer: the lock is held
      *> from before the i-o open to the close, and a busy lock
      *> stops this run with the holder's name instead of a file-
      *> status surprise discovered later as a missing audit entry.
       acquire-history-lock.

           move "A" to lk-action.
           move "coefmaint" to lk-program.
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
           move "coefmaint" to lk-program.
           call "lockmgr" using lk-action lk-program
               lk-result lk-holder.

           move saved-return-code to return-code.


       read-session-operator.

           open input session-file.
           if session-file-status = "00"
               read session-file
                   not at end move so-operator-id to session-operator
               end-read
               close session-file
           end-if.


       accept-coef-key.

           display ask_class.
           accept ask_class.
           display ask_subject.
           accept ask_subject.
           display ask_effective.
           accept ask_effective.

       read-coef-by-key.

           move "N" to record-exists.
           move entry-class-code     to cf-class-code.
           move entry-subject-id     to cf-subject-id.
           move entry-effective-from to cf-effective-from.
           read coef-master-file
               invalid key continue
               not invalid key move "Y" to record-exists
           end-read.

       add-coef.

           perform accept-coef-key.

           if entry-effective-from not numeric
               display "effective date must be YYYYMMDD"
           else
               perform read-coef-by-key
               if key-was-found
                   display "that version already on file,"
                       " use (C)hange"
               else
                   perform add-coef-version
               end-if
           end-if.

       add-coef-version.

           display ask_coef.
           accept ask_coef.
           if entry-coef is numeric and entry-coef > zero
               move zero to before-coef
               perform apply-coef-entry
               write coef-master-record
                   invalid key
                       display "error: write failed"
               end-write
               move "AJOUT" to audit-action
               perform write-one-audit-record
               display "added"
           else
               display "coefficient must be above zero"
           end-if.

       change-coef.

           perform accept-coef-key.
           perform read-coef-by-key.

           if key-was-found
               display show_coef
               move cf-coef to before-coef
               display ask_coef
               accept ask_coef
               if entry-coef is numeric and entry-coef > zero
                   perform apply-coef-entry
                   rewrite coef-master-record
                   move "MODIF" to audit-action
                   perform write-one-audit-record
                   display "changed"
               else
                   display "coefficient must be above zero"
               end-if
           else
               display "not on file, use (A)dd"
           end-if.

       delete-coef.

           perform accept-coef-key.
           perform read-coef-by-key.

           if key-was-found
               display show_coef
               move cf-coef to before-coef
               move zero to entry-coef
               delete coef-master-file record
               move "SUPPR" to audit-action
               perform write-one-audit-record
               display "deleted"
           else
               display "not on file"
           end-if.

       browse-coefs.

           perform accept-coef-key.

           move entry-class-code to cf-class-code.
           move entry-subject-id to cf-subject-id.

           start coef-master-file
                   key is not less than cf-coef-key
               invalid key
                   display "nothing on file at or past that key"
               not invalid key
                   move "N" to browse-eof
                   perform until browse-eof = "Y"
                       read coef-master-file next record
                           at end move "Y" to browse-eof
                           not at end display show_coef
                       end-read
                   end-perform
           end-start.

       apply-coef-entry.

           move entry-class-code     to cf-class-code.
           move entry-subject-id     to cf-subject-id.
           move entry-effective-from to cf-effective-from.
           move entry-coef           to cf-coef.

      *> audit trail for the grading council: one history record per
      *> change, the coefficient before beside the coefficient after,
      *> under the class/subject key that changed.
       write-one-audit-record.

           perform get-next-history-seq.

           move spaces to history-record.
           move business-date to hr-run-date.
           move history-seq to hr-run-seq.
           move session-operator to hr-operator.
           move "coefmaint" to hr-program-name.
           string entry-class-code delimited by size
                  entry-subject-id delimited by size
                  into hr-identifier.
           move "COEF" to hr-label-1.
           move before-coef to hr-value-1.
           move "APRES" to hr-label-2.
           move entry-coef to hr-value-2.
           move audit-action to hr-label-3.
      *> the version's effective-from date rides the third value so
      *> the trail says which dated version the change touched.
           if entry-effective-from is numeric
               compute hr-value-3 =
                   function numval(entry-effective-from)
           end-if.

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
