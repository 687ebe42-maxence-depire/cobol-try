      *> checkpoint interval to zero or the boundary tolerance to
      *> fifty. every applied change books its before and after
      *> values to the HISTORY.DAT audit trail.
      *>
      *> each change is saved as it is made, into the file as it
      *> stands at that moment, so a change another operator saved
      *> meanwhile to some other parameter is kept. a parameter that
      *> has itself been changed since this screen loaded it is not
      *> overwritten: the save is refused, the value now on file is
      *> shown, and the refusal goes on the refused-save log.
       identification division.
       program-id. parammaint.


       working-storage section.

           copy jrnlfields.

           copy lockfields.

      *> the lockmgr CALL hands its own (zero) return code back up,
                   10 pt-name  pic x(20).
                   10 pt-value pic s9(07)v99.

      *> the file as it stands when a change is saved, against the
      *> table above as it was loaded and shown.
           77 file-param-count pic 9(02) value zero.
           77 file-idx         pic 9(02).

           01 file-param-table.
               05 file-param-entry occurs 20 times.
                   10 fp-name  pic x(20).
                   10 fp-value pic s9(07)v99.

           77 save-refused pic x.

           01 param-image.
               05 pi-name  pic x(20).
               05 pi-value pic s9(07)v99.

      *> the parameters this screen knows how to bound; anything
      *> else is refused rather than written with no sanity check.
           01 bounds-literals.
                   value "RANGE-MIN           00000009999999".
               05 filler pic x(34)
                   value "RANGE-MAX           00001009999999".
               05 filler pic x(34)
                   value "BUDGET-TOLERANCE    00000000010000".
               05 filler pic x(34)
                   value "BUDGET-YEAR-START   00001000001200".

           01 bounds-table redefines bounds-literals.
               05 bounds-entry occurs 7 times.
                   10 bd-name pic x(20).
                   10 bd-min  pic 9(05)v99.
                   10 bd-max  pic 9(05)v99.
               88 action-is-set  value "S".
               88 action-is-exit value "X".

           01 list-detail.
               05 filler            pic x      value space.
               05 li-name           pic x(20).

           end-perform.

           perform release-history-lock.

       goback.

       load-params.

           perform load-file-params.
           move file-param-count to param-count.
           move file-param-table to param-table.

       load-file-params.

           move zero to file-param-count.
           move "N" to end-of-params.
           open input params-file.
           if params-file-status = "00"
               perform until no-more-params
                   read params-file
                       at end move "Y" to end-of-params
                       not at end
                           if file-param-count < 20
                               add 1 to file-param-count
                               move pr-name
                                   to fp-name(file-param-count)
                               move pr-value
                                   to fp-value(file-param-count)
                           end-if
                   end-read
               end-perform

           open output params-file.

           perform varying file-idx from 1 by 1
                   until file-idx > file-param-count
               move fp-name(file-idx) to pr-name
               move fp-value(file-idx) to pr-value
               write params-record
           end-perform.


           move zero to bounds-slot.
           perform varying bounds-idx from 1 by 1
                   until bounds-idx > 7
               if bd-name(bounds-idx) = entry-name
                   move bounds-idx to bounds-slot
               end-if
               end-if
           end-perform.

           perform load-file-params.
           move zero to file-idx.
           perform varying param-idx from 1 by 1
                   until param-idx > file-param-count
               if fp-name(param-idx) = entry-name
                   move param-idx to file-idx
               end-if
           end-perform.

           perform check-param-unchanged.

           if save-refused = "N"
               perform save-param-change
           end-if.

       save-param-change.

           if file-idx = zero and file-param-count >= 20
               display "parameter table is full"
           else
               perform store-param-change
           end-if.

       store-param-change.

           if found-idx = zero
               if param-count >= 20
                   display "parameter table is full"

           if found-idx > zero
               move entry-value to pt-value(found-idx)
               if file-idx = zero
                   add 1 to file-param-count
                   move file-param-count to file-idx
                   move entry-name to fp-name(file-idx)
               end-if
               move entry-value to fp-value(file-idx)
               perform rewrite-params
               perform write-param-audit
               display "parameter set"
           end-if.

      *> a parameter another operator has set since this screen
      *> loaded the file -- a different value, or one newly added --
      *> is not overwritten. the table takes the value now on file,
      *> so the change can be keyed again over it.
       check-param-unchanged.

           move "N" to save-refused.
           if file-idx > zero
               if found-idx = zero
                   move "Y" to save-refused
               else
                   if pt-value(found-idx) not = fp-value(file-idx)
                       move "Y" to save-refused
                   end-if
               end-if
           end-if.

           if save-refused = "Y"
               perform refuse-param-save
           end-if.

       refuse-param-save.

           move spaces to jf-before.
           if found-idx > zero
               move pt-name(found-idx) to pi-name
               move pt-value(found-idx) to pi-value
               move param-image to jf-before
           end-if.
           move fp-name(file-idx) to pi-name.
           move fp-value(file-idx) to pi-value.
           move param-image to jf-after.
           move "SITE-PARAMS.DAT" to jf-master.
           move "C" to jf-action.
           move "parammaint" to jf-program.
           move session-operator to jf-operator.
           call "conflog" using jf-master jf-action jf-program
               jf-operator jf-before jf-after.

           display "parameter changed by another operator since it"
               " was displayed, save refused -- now on file:".
           move fp-name(file-idx) to li-name.
           move fp-value(file-idx) to li-value.
           display list-detail.

           if found-idx = zero
               if param-count < 20
                   add 1 to param-count
                   move fp-name(file-idx) to pt-name(param-count)
                   move fp-value(file-idx) to pt-value(param-count)
               end-if
           else
               move fp-value(file-idx) to pt-value(found-idx)
           end-if.

      *> before and after on the permanent audit trail, under the
      *> parameter's own name.
       write-param-audit.
