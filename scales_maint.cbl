
       working-storage section.

           copy jrnlfields.

      *> the business date this program's history entries book to,
      *> from the RUN-DATE.DAT control card -- corrections re-run
      *> after midnight still land on the night they belong to. no
           77 entry-bien-min     pic 9(02)v99.
           77 entry-parfait-min  pic 9(02)v99.

      *> blank for a home-school class.
           77 entry-school-code  pic x(02).

           77 record-exists pic x.
               88 key-was-found value "Y".

      *> the record as it stood when it was put on the screen: the
      *> save is refused if the file no longer holds it.
           77 displayed-image pic x(132).
           77 save-refused    pic x.

      *> before image of the record being changed or deleted, for the
      *> audit trail -- zeros for an add, where there is no before.
           77 before-passable-min pic 9(02)v99.
               ==FIELD-PIC== by ==99.99==
               TARGET-FIELD by entry-parfait-min.

      *> not required: a blank answer is the home school.
           1 ask_school.
               2 line 10 col 1 "school (blank = home): ".
               2 pic x(02) to entry-school-code.

           1 show_scale.
               2 line 11 col 1 "class ".
               2 pic x(05) from sc-class-code.
               2 pic 99.99 from sc-bien-min.
               2 col 42 " parfait ".
               2 pic 99.99 from sc-parfait-min.
               2 col 56 " school ".
               2 pic x(02) from sc-school-code.

       procedure division.

           accept ask_bien.
           display ask_parfait.
           accept ask_parfait.
           display ask_school.
           accept ask_school.

       read-scale-by-key.

                   invalid key
                       display "error: write failed"
               end-write
               perform journal-scale-add
               move "AJOUT" to audit-action
               perform write-boundary-audit
               display "added"

           if key-was-found
               display show_scale
               move scale-master-record to displayed-image
               move sc-passable-min to before-passable-min
               move sc-assez-min    to before-assez-min
               move sc-bien-min     to before-bien-min
                       and entry-assez-min < entry-bien-min
                       and entry-bien-min < entry-parfait-min
                   perform apply-scale-entry
                   perform scale-before-image
                   perform check-scale-unchanged
                   if save-refused = "N"
                       rewrite scale-master-record
                       perform journal-scale-change
                       move "MODIF" to audit-action
                       perform write-boundary-audit
                       display "changed"
                   end-if
               else
                   display "boundaries must be strictly ascending"
               end-if
               move zero to entry-assez-min
               move zero to entry-bien-min
               move zero to entry-parfait-min
               move sc-school-code to entry-school-code
               perform scale-before-image
               delete scale-master-file record
               perform journal-scale-delete
               move "SUPPR" to audit-action
               perform write-boundary-audit
               display "deleted"
           move entry-assez-min    to sc-assez-min.
           move entry-bien-min     to sc-bien-min.
           move entry-parfait-min  to sc-parfait-min.
           move entry-school-code  to sc-school-code.

      *> audit trail for the grading council: one history record per
      *> boundary, carrying the value before the change beside the
           move spaces to history-record.
           move business-date to hr-run-date.
           move history-seq to hr-run-seq.
           move entry-school-code to hr-school-code.
           move session-operator to hr-operator.
           move "scales_maint" to hr-program-name.
           string entry-class-code delimited by size
           open output history-seq-file.
           write history-seq-record.
           close history-seq-file.

      *> a save made by another operator between the display and
      *> this one would be silently overwritten: the record read
      *> back off the file just ahead of the update must still be
      *> the one that was put on the screen.
       check-scale-unchanged.

           move "N" to save-refused.
           if jf-before not = displayed-image
               move "Y" to save-refused
               perform refuse-scale-save
           end-if.

      *> the refusal goes on the refused-save log, and the operator
      *> is shown what the other operator left on file to key the
      *> change again over.
       refuse-scale-save.

           move jf-before to jf-after.
           move displayed-image to jf-before.
           move "SCALE-MASTER.DAT" to jf-master.
           move "C" to jf-action.
           move "scales_maint" to jf-program.
           move session-operator to jf-operator.
           call "conflog" using jf-master jf-action jf-program
               jf-operator jf-before jf-after.

           if jf-after = spaces
               display "scale deleted by another operator since it"
                   " was displayed, save refused"
           else
               move jf-after to scale-master-record
               display "scale changed by another operator since it"
                   " was displayed, save refused -- now on file:"
               display show_scale
           end-if.

      *> forward-recovery journal for the scale master: the image
      *> before a change is read back off the file just ahead of the
      *> update, the new record held aside meanwhile.
       scale-before-image.

           move scale-master-record to jf-after.
           read scale-master-file
               invalid key move spaces to jf-before
               not invalid key move scale-master-record to jf-before
           end-read.
           move jf-after to scale-master-record.

       journal-scale-add.

           move "SCALE-MASTER.DAT" to jf-master.
           move "A" to jf-action.
           move spaces to jf-before.
           move scale-master-record to jf-after.
           perform write-journal-entry.

       journal-scale-change.

           move "SCALE-MASTER.DAT" to jf-master.
           move "C" to jf-action.
           move scale-master-record to jf-after.
           perform write-journal-entry.

       journal-scale-delete.

           move "SCALE-MASTER.DAT" to jf-master.
           move "D" to jf-action.
           move spaces to jf-after.
           perform write-journal-entry.

       write-journal-entry.

           move "scales_maint" to jf-program.
           move session-operator to jf-operator.
           call "mastjrnl" using jf-master jf-action jf-program
               jf-operator jf-before jf-after.
