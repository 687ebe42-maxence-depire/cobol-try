       data division.
       file section.
       fd  transcript-file.
       01  transcript-line pic x(108).

       fd  new-transcript-file.
       01  new-transcript-line pic x(108).

       fd  ranking-file.
       01  ranking-line pic x(60).
      *> the patch pass replays group by group.
       fd  rank-work-file.
       01  rank-work-record.
           05 rw-school-code pic x(02).
           05 rw-class-code pic x(05).
           05 rw-term-code  pic x(04).
           05 rw-student-id pic x(05).

       sd  sort-file.
       01  sort-record.
           05 sr-school-code  pic x(02).
           05 sr-class-code   pic x(05).
           05 sr-term-code    pic x(04).
           05 sr-avg          pic 9(02)v99.

           copy statfields.

           copy schoolfields.

           77 transcript-file-status pic xx.
           77 rank-work-status       pic xx.

      *> note marker trail the rank overlay; carried whole so the
      *> patched line goes back with them intact.
               05 filler            pic x(34).
               05 pl-school-code    pic x(02).

      *> the sorted stream's control break: one class/term group at
      *> a time, position and rank carried down it, inside the
      *> school the transcript graded it under -- each school's
      *> classes are reported under that school's own heading.
           77 group-school-code pic x(02) value low-values.
           77 group-class-code pic x(05) value low-values.
           77 group-term-code  pic x(04) value low-values.
           77 group-position   pic 9(04).
      *> the report has always had per class.
           77 rank-count pic 9(03) value zero.
           77 rank-idx   pic 9(03).
           77 loaded-school pic x(02) value low-values.
           77 loaded-class pic x(05) value low-values.
           77 loaded-term  pic x(04) value low-values.
           77 pending-work pic x value "N".
               05 filler            pic x     value space.
               05 rh-term-code      pic x(04).

           01 school-heading.
               05 filler            pic x      value space.
               05 filler            pic x(06)  value "ECOLE ".
               05 sh-school-code    pic x(02).
               05 filler            pic x      value space.
               05 sh-school-name    pic x(30).

           01 ranking-detail.
               05 filler            pic x      value space.
               05 rd-rank           pic zz9.
           close transcript-file.

           sort sort-file
               on ascending key sr-school-code
                                sr-class-code
                                sr-term-code
               on descending key sr-avg
               on ascending key sr-seq

           if pl-mention = "MOYENNE"
               add 1 to moyenne-seq
               move pl-school-code to sr-school-code
               move pl-class-code to sr-class-code
               move pl-term-code  to sr-term-code
               compute sr-avg = function numval(pl-note)

       rank-one-student.

           if sr-school-code not = group-school-code
               perform start-school-section
           end-if.

           if sr-class-code not = group-class-code
                   or sr-term-code not = group-term-code
               if group-open = "Y"
           move ranking-detail to ranking-line.
           write ranking-line.

           move sr-school-code to rw-school-code.
           move sr-class-code to rw-class-code.
           move sr-term-code  to rw-term-code.
           move sr-student-id to rw-student-id.
           move rank-number   to rw-rank.
           write rank-work-record.

      *> the school heading opens each school's run of classes; the
      *> class/term break is forced, so a class code repeated under
      *> a second school still starts a group of its own.
       start-school-section.

           if group-open = "Y"
               move spaces to ranking-line
               write ranking-line
               move "N" to group-open
           end-if.

           move sr-school-code to group-school-code.
           move low-values to group-class-code.

           move sr-school-code to sf-school-code.
           call "schoolinfo" using sf-school-code sf-school-name
               sf-estab-number sf-found.
           move sf-school-code to sh-school-code.
           move sf-school-name to sh-school-name.
           move school-heading to ranking-line.
           write ranking-line.
           move spaces to ranking-line.
           write ranking-line.

      *> one sequential pass over the transcript: each MOYENNE line
      *> takes its rank from the work file's matching group, loaded
      *> group by group as the file's own class/term order reaches
           move transcript-line to parsed-line.

           if pl-mention = "MOYENNE"
               if pl-school-code not = loaded-school
                       or pl-class-code not = loaded-class
                       or pl-term-code not = loaded-term
                   perform load-group-ranks
               end-if
      *> the one the transcript just reached.
       load-group-ranks.

           move pl-school-code to loaded-school.
           move pl-class-code to loaded-class.
           move pl-term-code  to loaded-term.
           move zero to rank-count.

           perform until work-eof = "Y"
                   or pending-work = "N"
                   or rw-school-code not = loaded-school
                   or rw-class-code not = loaded-class
                   or rw-term-code not = loaded-term
               if rank-count >= 500
