      *> callable conduct assessment: one student's incidents for one
      *> term, read off the incident register and held to the term's
      *> dates on the school calendar, summed into severity points and
      *> graded -- so the transcript page and the council packet print
      *> the same assessment from the same register. a serious
      *> incident alone makes the term's conduct poor, whatever the
      *> points say.
       identification division.
       program-id. conduct.

       environment division.
       input-output section.
       file-control.
           select incident-file assign to "INCIDENTS.DAT"
               organization indexed
               access mode is dynamic
               record key is in-incident-key
               file status is incident-file-status.

       data division.
       file section.
       fd  incident-file.
           copy incident.

       working-storage section.

           copy calfields.

           77 incident-file-status pic xx.

           77 end-of-incidents pic x.

      *> the point bands: nothing on file is very good, up to two
      *> points good, up to five fair, anything more poor.
           77 good-points-max pic 9(03) value 2.
           77 fair-points-max pic 9(03) value 5.

       linkage section.
           copy conductfields.

       procedure division using cu-student-id cu-term-code
               cu-incident-count cu-points cu-serious-count
               cu-rating cu-rating-fr cu-rating-en.

           move zero to cu-incident-count.
           move zero to cu-points.
           move zero to cu-serious-count.
           move space to cu-rating.
           move spaces to cu-rating-fr.
           move spaces to cu-rating-en.

           move "T" to cd-action.
           move spaces to cd-date-from.
           move spaces to cd-date-to.
           move cu-term-code to cd-term-code.
           call "caldate" using cd-action cd-date-from
               cd-date-to cd-term-code cd-day-count cd-result.
           if cd-result = "U"
               goback
           end-if.

           open input incident-file.
           if incident-file-status not = "00"
               goback
           end-if.

           move "N" to end-of-incidents.
           move cu-student-id to in-student-id.
           move low-values to in-incident-date.
           move zero to in-incident-seq.

           start incident-file
                   key is not less than in-incident-key
               invalid key move "Y" to end-of-incidents
           end-start.

           perform until end-of-incidents = "Y"
               read incident-file next record
                   at end move "Y" to end-of-incidents
                   not at end
                       if in-student-id not = cu-student-id
                           move "Y" to end-of-incidents
                       else
                           perform count-one-incident
                       end-if
               end-read
           end-perform.

           close incident-file.

           perform set-rating.

       goback.

       count-one-incident.

           move "T" to cd-action.
           move in-incident-date to cd-date-from.
           move cu-term-code to cd-term-code.
           call "caldate" using cd-action cd-date-from
               cd-date-to cd-term-code cd-day-count cd-result.

           if cd-result = "I"
               add 1 to cu-incident-count
               add in-severity to cu-points
               if in-is-serious
                   add 1 to cu-serious-count
               end-if
           end-if.

       set-rating.

           evaluate true
               when cu-serious-count > zero
                       or cu-points > fair-points-max
                   move "D" to cu-rating
                   move "INSUFFISANTE" to cu-rating-fr
                   move "POOR" to cu-rating-en
               when cu-points > good-points-max
                   move "C" to cu-rating
                   move "PASSABLE" to cu-rating-fr
                   move "FAIR" to cu-rating-en
               when cu-points > zero
                   move "B" to cu-rating
                   move "BONNE" to cu-rating-fr
                   move "GOOD" to cu-rating-en
               when other
                   move "A" to cu-rating
                   move "TRES BONNE" to cu-rating-fr
                   move "VERY GOOD" to cu-rating-en
           end-evaluate.
