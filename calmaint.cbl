      *> depends on -- a term row's start not after its end. every
      *> applied update lands on the change log with the operator
      *> and the date, the command-table maintenance's pattern.
      *>
      *> each add or delete is saved as it is made, into the file as
      *> it stands at that moment, so a row another operator saved
      *> meanwhile is kept. a row -- a type and start date -- that
      *> has itself been added, changed or deleted since this screen
      *> loaded the calendar is not touched: the save is refused,
      *> the row now on file is shown, and the refusal goes on the
      *> refused-save log.
       identification division.
       program-id. calmaint.


       working-storage section.

           copy jrnlfields.

           77 calendar-file-status pic xx.
           77 change-log-status    pic xx.

           77 done-maintaining pic x value "N".
               88 all-done value "Y".

      *> the calendar as it stands when a change is saved, against
      *> the table above as it was loaded and shown.
           77 file-row-count pic 9(03) value zero.
           77 file-idx       pic 9(03).

           01 file-calendar-table.
               05 file-calendar-row occurs 200 times.
                   10 fc-record-type pic x(01).
                   10 fc-term-code   pic x(04).
                   10 fc-date-from   pic x(08).
                   10 fc-date-to     pic x(08).
                   10 fc-description pic x(20).

           77 save-refused pic x.

           77 entry-record-type pic x(01).
           77 entry-term-code   pic x(04).

           end-perform.

       goback.

       read-session-operator.

       load-calendar.

           perform load-file-calendar.
           if calendar-file-status not = "00"
               display "no calendar yet, starting empty"
           end-if.
           move file-row-count to row-count.
           move file-calendar-table to calendar-table.

       load-file-calendar.

           move zero to file-row-count.
           move "N" to end-of-calendar.
           open input calendar-file.
           if calendar-file-status = "00"
               perform until no-more-calendar
                   read calendar-file
                       at end move "Y" to end-of-calendar
                       not at end
                           if file-row-count < 200
                               add 1 to file-row-count
                               move calendar-record
                                   to file-calendar-row(file-row-count)
                           end-if
                   end-read
               end-perform

           open output calendar-file.

           perform varying file-idx from 1 by 1
                   until file-idx > file-row-count
               move file-calendar-row(file-idx) to calendar-record
               write calendar-record
           end-perform.


               perform validate-row
               if entry-is-valid = "Y"
                   perform check-row-unchanged
               end-if
               if entry-is-valid = "Y" and save-refused = "N"
                   add 1 to row-count
                   move entry-record-type
                       to cl-record-type(row-count)
                   move entry-date-to   to cl-date-to(row-count)
                   move entry-description
                       to cl-description(row-count)
                   if file-row-count < 200
                       add 1 to file-row-count
                       move calendar-row(row-count)
                           to file-calendar-row(file-row-count)
                   end-if
                   perform rewrite-calendar
                   move "AJOUT" to log-action
                   perform write-change-log
                   display "added"
               end-if
           end-if.
           if found-idx = zero
               display "no such calendar row"
           else
               perform check-row-unchanged
           end-if.

           if found-idx > zero and save-refused = "N"
               move cl-term-code(found-idx) to entry-term-code
               move "SUPPR" to log-action
               perform write-change-log
                       to calendar-row(shift-idx)
               end-perform
               subtract 1 from row-count
               perform varying shift-idx from file-idx by 1
                       until shift-idx >= file-row-count
                   move file-calendar-row(shift-idx + 1)
                       to file-calendar-row(shift-idx)
               end-perform
               subtract 1 from file-row-count
               perform rewrite-calendar
               display "deleted"
           end-if.

           move log-detail to change-log-line.
           write change-log-line.
           close change-log-file.

      *> the row by type and start date, as this screen loaded it and
      *> as the file holds it now: one missing from either side, or
      *> the two different, means another operator has been at it.
       check-row-unchanged.

           move zero to found-idx.
           perform varying row-idx from 1 by 1
                   until row-idx > row-count
                       or found-idx > zero
               if cl-record-type(row-idx) = entry-record-type
                       and cl-date-from(row-idx) = entry-date-from
                   move row-idx to found-idx
               end-if
           end-perform.

           perform load-file-calendar.
           move zero to file-idx.
           perform varying row-idx from 1 by 1
                   until row-idx > file-row-count
                       or file-idx > zero
               if fc-record-type(row-idx) = entry-record-type
                       and fc-date-from(row-idx) = entry-date-from
                   move row-idx to file-idx
               end-if
           end-perform.

           move "N" to save-refused.
           evaluate true
               when found-idx = zero and file-idx = zero
                   continue
               when found-idx = zero or file-idx = zero
                   move "Y" to save-refused
               when calendar-row(found-idx)
                       not = file-calendar-row(file-idx)
                   move "Y" to save-refused
           end-evaluate.

           if save-refused = "Y"
               perform refuse-row-save
           end-if.

      *> the table takes the row as the file now has it, so the
      *> change can be keyed again over it.
       refuse-row-save.

           move spaces to jf-before.
           move spaces to jf-after.
           if found-idx > zero
               move calendar-row(found-idx) to jf-before
           end-if.
           if file-idx > zero
               move file-calendar-row(file-idx) to jf-after
           end-if.
           move "SCHOOL-CALENDAR.DAT" to jf-master.
           move maint-action to jf-action.
           move "calmaint" to jf-program.
           move session-operator to jf-operator.
           call "conflog" using jf-master jf-action jf-program
               jf-operator jf-before jf-after.

           if file-idx = zero
               display "calendar row deleted by another operator since"
                   " it was displayed, save refused"
               perform varying shift-idx from found-idx by 1
                       until shift-idx >= row-count
                   move calendar-row(shift-idx + 1)
                       to calendar-row(shift-idx)
               end-perform
               subtract 1 from row-count
           else
               display "calendar row changed by another operator since"
                   " it was displayed, save refused -- now on file:"
               move fc-record-type(file-idx) to li-record-type
               move fc-term-code(file-idx)   to li-term-code
               move fc-date-from(file-idx)   to li-date-from
               move fc-date-to(file-idx)     to li-date-to
               move fc-description(file-idx) to li-description
               display list-detail
               if found-idx > zero
                   move file-calendar-row(file-idx)
                       to calendar-row(found-idx)
               else
                   if row-count < 200
                       add 1 to row-count
                       move file-calendar-row(file-idx)
                           to calendar-row(row-count)
                   end-if
               end-if
           end-if.
