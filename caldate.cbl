      *> not consulted here). the exception aging report asks for
      *> school-day ages, the student edit validates term codes, and
      *> the grading run warns when its business date falls outside
      *> the term it is grading, the appeal register counts its
      *> response deadlines forward in school days, and the exam
      *> schedule holds every exam date to a school day.
       identification division.
       program-id. caldate.

           77 walk-dow  pic 9(01).
           77 is-school-day pic x.

      *> the day count an "A" call asks for, held aside because the
      *> count field is the one the walk counts back up in.
           77 days-wanted pic 9(05).
           77 walk-limit  pic 9(08).

       linkage section.
           copy calfields.

       procedure division using cd-action cd-date-from cd-date-to
               cd-term-code cd-day-count cd-result.

           move cd-day-count to days-wanted.
           move zero to cd-day-count.
           move space to cd-result.

           evaluate cd-action
               when "D" perform count-school-days
               when "T" perform check-term-date
               when "A" perform add-school-days
               when "S" perform check-school-day
               when other
                   move "U" to cd-result
           end-evaluate.
               end-if
           end-perform.

      *> the date the given number of school days after the start,
      *> for a deadline that must not run out over a holiday. the
      *> walk gives up after two years of calendar days so a
      *> calendar holidayed solid cannot hang the caller.
       add-school-days.

           if cd-date-from not numeric
               move "U" to cd-result
           else
               compute from-int = function integer-of-date(
                   function numval(cd-date-from))
               compute walk-limit = from-int + 730
               move from-int to walk-int
               perform until cd-day-count >= days-wanted
                       or walk-int >= walk-limit
                   add 1 to walk-int
                   perform check-one-day
                   if is-school-day = "Y"
                       add 1 to cd-day-count
                   end-if
               end-perform
               move function date-of-integer(walk-int) to cd-date-to
               if cd-day-count >= days-wanted
                   move "I" to cd-result
               else
                   move "U" to cd-result
               end-if
           end-if.

       check-one-day.

           move "Y" to is-school-day.
               end-perform
           end-if.

      *> a single date: in session or not.
       check-school-day.

           if cd-date-from not numeric
               move "U" to cd-result
           else
               compute walk-int = function integer-of-date(
                   function numval(cd-date-from))
               perform check-one-day
               if is-school-day = "Y"
                   move "I" to cd-result
               else
                   move "O" to cd-result
               end-if
           end-if.

       check-term-date.

           evaluate true
