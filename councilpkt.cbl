      *> class council deliberation packet: one print run produces the
      *> folder the conseil de classe used to be hand-assembled from.
      *> for every class/term on the ranked transcript it prints a
      *> grid of every student -- each subject note, the average, the
      *> rank, the absence counts, the provisional pass/repeat
      *> indication and a column for the council's decision -- then
      *> each student's conduct assessment off the incident register,
      *> teacher appreciations from COMMENTS.DAT and open boundary
      *> exceptions from EXCEPTION-MASTER.DAT, then the class
      *> statistics. the provisional indication applies the
      *> annual decision rule to the term average: PASSE at or above
      *> the pass mark, REDOUBLE below, CONSEIL inside the borderline
      *> band. a decision the secretary has already keyed back
      *> through councilkey prints in the decision column; a blank
      *> line is left for the council to mark otherwise.
       identification division.
       program-id. councilpkt.

       environment division.
       input-output section.
       file-control.
           select transcript-file assign to "TRANSCRIPT.DAT"
               organization line sequential
               file status is transcript-file-status.

           select comments-file assign to "COMMENTS.DAT"
               organization line sequential
               file status is comments-file-status.

           select exception-master-file
               assign to "EXCEPTION-MASTER.DAT"
               organization indexed
               access mode is dynamic
               record key is em-exception-key
               file status is exception-master-status.

           select decision-file assign to "COUNCIL-DECISIONS.DAT"
               organization indexed
               access mode is dynamic
               record key is cn-decision-key
               file status is decision-file-status.

           select packet-file assign to "COUNCIL-PACKET.DAT"
               organization line sequential.

       data division.
       file section.
       fd  transcript-file.
       01  transcript-line pic x(108).

       fd  comments-file.
       01  comments-record.
           05 co-student-id pic x(05).
           05 co-class-code pic x(05).
           05 co-term-code  pic x(04).
           05 co-subject-id pic x(05).
           05 co-text       pic x(50).

       fd  exception-master-file.
           copy excmast.

       fd  decision-file.
           copy councildec.

       fd  packet-file.
       01  packet-line pic x(140).

       working-storage section.

           copy runlogfields.

      *> the term's conduct assessment off the incident register.
           copy conductfields.

           copy statfields.

      *> the packet is headed with the class's own school.
           copy schoolfields.

           77 transcript-file-status  pic xx.
           77 comments-file-status    pic xx.
           77 exception-master-status pic xx.
           77 decision-file-status    pic xx.

           77 exception-master-available pic x value "N".
               88 exception-master-is-available value "Y".
           77 decision-file-available pic x value "N".
               88 decision-file-is-available value "Y".

           77 end-of-transcript pic x value "N".
               88 no-more-transcript value "Y".

           77 end-of-file pic x value "N".
               88 at-end-of-file value "Y".

      *> mirror of the grading run's transcript-detail layout, with
      *> the ranking step's rank overlaying the subject columns on
      *> the average line.
           01 parsed-line.
               05 filler            pic x.
               05 pl-class-code     pic x(05).
               05 filler            pic x.
               05 pl-term-code      pic x(04).
               05 filler            pic x.
               05 pl-student-id     pic x(05).
               05 filler            pic x(02).
               05 pl-note           pic x(05).
               05 filler            pic x(02).
               05 pl-coef           pic x(02).
               05 filler            pic x(02).
               05 pl-mention        pic x(10).
               05 filler            pic x(02).
               05 pl-student-name   pic x(20).
               05 filler            pic x(02).
               05 pl-subject-id     pic x(05).
               05 pl-rank           pic x(03).
               05 pl-subject-name   pic x(20).
               05 filler            pic x(02).
               05 pl-abs-just       pic x(04).
               05 filler            pic x(02).
               05 pl-abs-unjust     pic x(04).
               05 filler            pic x(01).
               05 pl-external       pic x(01).
               05 pl-school-code    pic x(02).

      *> the printed note de-edited back to a number for the class
      *> statistics.
           77 note-edited pic z9.99.
           77 note-value  pic 9(02)v99.

      *> the same pass mark and borderline band the annual decision
      *> run applies.
           77 pass-threshold  pic 9(02)v99 value 10.00.
           77 borderline-band pic 9(01)v99 value 0.50.
           77 threshold-diff  pic 9(02)v99.

      *> the comments interface loaded whole.
           77 comment-count pic 9(04) value zero.
           77 comment-idx   pic 9(04).
           77 comments-dropped pic 9(04) value zero.

           01 comment-table.
               05 comment-entry occurs 2000 times.
                   10 ct-student-id pic x(05).
                   10 ct-class-code pic x(05).
                   10 ct-term-code  pic x(04).
                   10 ct-subject-id pic x(05).
                   10 ct-text       pic x(50).

      *> one class/term group buffered until its MOY CLASSE line or
      *> the next group arrives, then the whole packet prints.
           77 group-class-code pic x(05) value low-values.
           77 group-term-code  pic x(04) value low-values.
           77 group-school-code pic x(02) value spaces.
           77 group-class-avg  pic x(05).

           77 subject-count pic 9(02) value zero.
           77 subject-idx   pic 9(02).
           77 subject-slot  pic 9(02).
           77 subjects-dropped pic 9(04) value zero.

           01 group-subjects.
               05 group-subject occurs 12 times.
                   10 gs-subject-id pic x(05).
                   10 gs-sum-note   pic 9(05)v99.
                   10 gs-note-count pic 9(03).

           77 student-count pic 9(03) value zero.
           77 student-idx   pic 9(03).
           77 student-slot  pic 9(03).
           77 students-dropped pic 9(04) value zero.

           01 group-students.
               05 group-student occurs 60 times.
                   10 gp-student-id   pic x(05).
                   10 gp-student-name pic x(20).
                   10 gp-avg-text     pic x(05).
                   10 gp-avg          pic 9(02)v99.
                   10 gp-mention      pic x(10).
                   10 gp-rank         pic x(03).
                   10 gp-abs-just     pic x(04).
                   10 gp-abs-unjust   pic x(04).
                   10 gp-note-text    pic x(05) occurs 12 times.

           77 indication pic x(09).

      *> class statistics over the students with a MOYENNE line.
           77 stat-count   pic 9(03).
           77 stat-pass    pic 9(03).
           77 stat-conseil pic 9(03).
           77 stat-repeat  pic 9(03).
           77 stat-min     pic 9(02)v99.
           77 stat-max     pic 9(02)v99.
           77 subject-avg  pic 9(02)v99.

           77 packets-printed pic 9(04) value zero.
           77 lines-read      pic 9(06) value zero.

           01 packet-heading.
               05 filler            pic x(01) value space.
               05 ph-school-name    pic x(30).
               05 filler            pic x(24) value
                   " - CONSEIL DE CLASSE    ".
               05 filler            pic x(07) value "CLASSE ".
               05 ph-class-code     pic x(05).
               05 filler            pic x(09) value "   TERME ".
               05 ph-term-code      pic x(04).

      *> the grid: one row per student, one column per subject in the
      *> order the subjects first appear for the class.
           01 grid-row.
               05 filler            pic x      value space.
               05 gr-student-id     pic x(05).
               05 filler            pic x      value space.
               05 gr-student-name   pic x(20).
               05 filler            pic x      value space.
               05 gr-subject-column occurs 12 times.
                   10 gr-note       pic x(05).
                   10 filler        pic x.
               05 gr-avg            pic x(05).
               05 filler            pic x      value space.
               05 gr-rank           pic x(03).
               05 filler            pic x      value space.
               05 gr-abs-just       pic x(04).
               05 gr-abs-slash      pic x      value "/".
               05 gr-abs-unjust     pic x(04).
               05 filler            pic x      value space.
               05 gr-indication     pic x(09).
               05 filler            pic x      value space.
               05 gr-decision       pic x(10).

           01 note-detail.
               05 filler            pic x(07) value space.
               05 nd-label          pic x(12).
               05 filler            pic x      value space.
               05 nd-subject-id     pic x(05).
               05 filler            pic x(02)  value space.
               05 nd-text           pic x(50).

           01 exception-detail.
               05 filler            pic x(07) value space.
               05 filler            pic x(13) value "EXCEPT. LIM. ".
               05 ex-subject-id     pic x(05).
               05 filler            pic x(02) value space.
               05 ex-note           pic z9.99.
               05 filler            pic x(02) value space.
               05 ex-status         pic x(10).

           01 stat-detail.
               05 filler            pic x(02) value space.
               05 sd-label          pic x(28).
               05 sd-value          pic zzz9.
               05 filler            pic x(03) value space.
               05 sd-label-2        pic x(12).
               05 sd-value-2        pic zz9.99 blank when zero.

       procedure division.

           perform write-runlog-start.

           perform load-comments.

           open input exception-master-file.
           if exception-master-status = "00"
               move "Y" to exception-master-available
           end-if.

           open input decision-file.
           if decision-file-status = "00"
               move "Y" to decision-file-available
           end-if.

           open input transcript-file.
           if transcript-file-status not = "00"
      *> the central handler says what broke in plain words, books
      *> it to the run log, and hands back the standard code.
               move "TRANSCRIPT.DAT" to fs-file-name
               move transcript-file-status to fs-status-code
               move "councilpkt" to fs-program
               call "filestat" using fs-file-name fs-status-code
                   fs-program fs-return-code
               move fs-return-code to return-code
               perform write-runlog-end
               goback
           end-if.

           open output packet-file.

           perform until no-more-transcript
               read transcript-file
                   at end move "Y" to end-of-transcript
                   not at end perform take-one-line
               end-read
           end-perform.

           if student-count > zero
               perform print-class-packet
           end-if.

           close transcript-file.
           close packet-file.

           if exception-master-is-available
               close exception-master-file
           end-if.
           if decision-file-is-available
               close decision-file
           end-if.

           display "council packets printed: " packets-printed.

           if students-dropped > zero or subjects-dropped > zero
               display "warning: class past the 60-student or"
                   " 12-subject packet grid, packet is short"
               move 4 to return-code
           end-if.

           perform write-runlog-end.
       goback.

       write-runlog-start.

           move "councilpkt" to rl-program-name.
           move "START" to rl-event.
           move zero to rl-records-read.
           move zero to rl-records-written.
           move zero to rl-return-code.
           call "runlog" using rl-program-name rl-event
               rl-records-read rl-records-written rl-return-code.

       write-runlog-end.

           move "councilpkt" to rl-program-name.
           move "END" to rl-event.
           move lines-read to rl-records-read.
           move packets-printed to rl-records-written.
           move return-code to rl-return-code.
           call "runlog" using rl-program-name rl-event
               rl-records-read rl-records-written rl-return-code.

      *> the comments interface is optional -- no file means the
      *> packet prints without appreciations.
       load-comments.

           open input comments-file.
           if comments-file-status = "00"
               perform until at-end-of-file
                   read comments-file
                       at end move "Y" to end-of-file
                       not at end
                           if comment-count >= 2000
                               add 1 to comments-dropped
                           else
                               add 1 to comment-count
                               move co-student-id
                                   to ct-student-id(comment-count)
                               move co-class-code
                                   to ct-class-code(comment-count)
                               move co-term-code
                                   to ct-term-code(comment-count)
                               move co-subject-id
                                   to ct-subject-id(comment-count)
                               move co-text
                                   to ct-text(comment-count)
                           end-if
                   end-read
               end-perform
               close comments-file
           end-if.

           if comments-dropped > zero
               display "warning: " comments-dropped
                   " comments past the 2000-entry table"
           end-if.

      *> a new class/term closes the buffered one; the interim run's
      *> PROVISOIRE marker carries no class and is passed over.
       take-one-line.

           add 1 to lines-read.
           move transcript-line to parsed-line.

           if pl-class-code = spaces
               continue
           else
               if pl-class-code not = group-class-code
                       or pl-term-code not = group-term-code
                   if student-count > zero
                       perform print-class-packet
                   end-if
                   perform start-class-group
               end-if
               evaluate pl-mention
                   when "MOY CLASSE"
                       move pl-note to group-class-avg
                   when "MOYENNE"
                   when "INCOMPLET"
                   when "RETIRE"
                       perform take-average-line
                   when other
                       perform take-subject-line
               end-evaluate
           end-if.

       start-class-group.

           move pl-class-code to group-class-code.
           move pl-term-code  to group-term-code.
           move pl-school-code to group-school-code.
           move spaces to group-class-avg.
           move zero to subject-count.
           move zero to student-count.

       find-student-slot.

           move zero to student-slot.
           perform varying student-idx from 1 by 1
                   until student-idx > student-count
                       or student-slot > zero
               if gp-student-id(student-idx) = pl-student-id
                   move student-idx to student-slot
               end-if
           end-perform.

           if student-slot = zero
               if student-count >= 60
                   add 1 to students-dropped
               else
                   add 1 to student-count
                   move student-count to student-slot
                   move spaces to group-student(student-slot)
                   move pl-student-id to gp-student-id(student-slot)
                   move zero to gp-avg(student-slot)
               end-if
           end-if.

       take-subject-line.

           perform find-student-slot.

           move zero to subject-slot.
           perform varying subject-idx from 1 by 1
                   until subject-idx > subject-count
                       or subject-slot > zero
               if gs-subject-id(subject-idx) = pl-subject-id
                   move subject-idx to subject-slot
               end-if
           end-perform.

           if subject-slot = zero
               if subject-count >= 12
                   add 1 to subjects-dropped
               else
                   add 1 to subject-count
                   move subject-count to subject-slot
                   move pl-subject-id to gs-subject-id(subject-slot)
                   move zero to gs-sum-note(subject-slot)
                   move zero to gs-note-count(subject-slot)
               end-if
           end-if.

      *> a subject still EN COURS has no note yet and stays blank.
           if student-slot > zero and subject-slot > zero
               move pl-student-name to gp-student-name(student-slot)
               move pl-note
                   to gp-note-text(student-slot, subject-slot)
               if pl-note not = spaces
                   move pl-note to note-edited
                   move note-edited to note-value
                   add note-value to gs-sum-note(subject-slot)
                   add 1 to gs-note-count(subject-slot)
               end-if
           end-if.

       take-average-line.

           perform find-student-slot.

           if student-slot > zero
               move pl-student-name to gp-student-name(student-slot)
               move pl-note         to gp-avg-text(student-slot)
               move pl-mention      to gp-mention(student-slot)
               move pl-rank         to gp-rank(student-slot)
               move pl-abs-just     to gp-abs-just(student-slot)
               move pl-abs-unjust   to gp-abs-unjust(student-slot)
               if pl-note not = spaces
                   move pl-note to note-edited
                   move note-edited to gp-avg(student-slot)
               end-if
           end-if.

       print-class-packet.

           add 1 to packets-printed.

           move all "-" to packet-line.
           write packet-line.

           move group-class-code to ph-class-code.
           move group-term-code  to ph-term-code.
           move group-school-code to sf-school-code.
           call "schoolinfo" using sf-school-code sf-school-name
               sf-estab-number sf-found.
           move sf-school-name to ph-school-name.
           move packet-heading to packet-line.
           write packet-line.

           move spaces to packet-line.
           write packet-line.

           perform print-grid-heading.

           move zero to stat-count.
           move zero to stat-pass.
           move zero to stat-conseil.
           move zero to stat-repeat.
           move 20 to stat-min.
           move zero to stat-max.

           perform varying student-idx from 1 by 1
                   until student-idx > student-count
               perform print-grid-row
           end-perform.

           move spaces to packet-line.
           write packet-line.

           move " APPRECIATIONS ET EXCEPTIONS" to packet-line.
           write packet-line.

           perform varying student-idx from 1 by 1
                   until student-idx > student-count
               perform print-student-notes
           end-perform.

           move spaces to packet-line.
           write packet-line.

           perform print-class-statistics.

           move spaces to packet-line.
           write packet-line.

       print-grid-heading.

           move spaces to grid-row.
           move "ELEVE" to gr-student-id.
           move "NOM" to gr-student-name.
           perform varying subject-idx from 1 by 1
                   until subject-idx > subject-count
               move gs-subject-id(subject-idx) to gr-note(subject-idx)
           end-perform.
           move "MOY" to gr-avg.
           move "RG" to gr-rank.
           move "ABSJ" to gr-abs-just.
           move "/" to gr-abs-slash.
           move "ABNJ" to gr-abs-unjust.
           move "INDIC." to gr-indication.
           move "DECISION" to gr-decision.
           move grid-row to packet-line.
           write packet-line.

       print-grid-row.

           move spaces to grid-row.
           move gp-student-id(student-idx)   to gr-student-id.
           move gp-student-name(student-idx) to gr-student-name.
           perform varying subject-idx from 1 by 1
                   until subject-idx > subject-count
               move gp-note-text(student-idx, subject-idx)
                   to gr-note(subject-idx)
           end-perform.
           move gp-avg-text(student-idx)   to gr-avg.
           move gp-rank(student-idx)       to gr-rank.
           move gp-abs-just(student-idx)   to gr-abs-just.
           move "/" to gr-abs-slash.
           move gp-abs-unjust(student-idx) to gr-abs-unjust.

           perform set-indication.
           move indication to gr-indication.

           move "__________" to gr-decision.
           if decision-file-is-available
               move group-class-code to cn-class-code
               move group-term-code  to cn-term-code
               move gp-student-id(student-idx) to cn-student-id
               read decision-file
                   invalid key continue
                   not invalid key move cn-decision to gr-decision
               end-read
           end-if.

           move grid-row to packet-line.
           write packet-line.

      *> the provisional indication, and the statistics it feeds.
      *> only a complete MOYENNE line gets a pass/repeat indication.
       set-indication.

           if gp-mention(student-idx) not = "MOYENNE"
               move gp-mention(student-idx) to indication
           else
               add 1 to stat-count
               if gp-avg(student-idx) < stat-min
                   move gp-avg(student-idx) to stat-min
               end-if
               if gp-avg(student-idx) > stat-max
                   move gp-avg(student-idx) to stat-max
               end-if
               if gp-avg(student-idx) >= pass-threshold
                   compute threshold-diff =
                       gp-avg(student-idx) - pass-threshold
               else
                   compute threshold-diff =
                       pass-threshold - gp-avg(student-idx)
               end-if
               evaluate true
                   when threshold-diff <= borderline-band
                       move "CONSEIL" to indication
                       add 1 to stat-conseil
                   when gp-avg(student-idx) >= pass-threshold
                       move "PASSE" to indication
                       add 1 to stat-pass
                   when other
                       move "REDOUBLE" to indication
                       add 1 to stat-repeat
               end-evaluate
           end-if.

      *> every appreciation keyed for the student this class/term --
      *> the council's general one first, then the subject ones --
      *> and every boundary exception still open on the master.
       print-student-notes.

           move spaces to packet-line.
           string " " delimited by size
                  gp-student-id(student-idx) delimited by size
                  " " delimited by size
                  gp-student-name(student-idx) delimited by size
                  into packet-line.
           write packet-line.

           perform print-conduct-note.

           perform varying comment-idx from 1 by 1
                   until comment-idx > comment-count
               if ct-student-id(comment-idx)
                       = gp-student-id(student-idx)
                       and ct-class-code(comment-idx)
                           = group-class-code
                       and ct-term-code(comment-idx) = group-term-code
                       and ct-subject-id(comment-idx) = spaces
                   move "APPRECIATION" to nd-label
                   move spaces to nd-subject-id
                   move ct-text(comment-idx) to nd-text
                   move note-detail to packet-line
                   write packet-line
               end-if
           end-perform.

           perform varying comment-idx from 1 by 1
                   until comment-idx > comment-count
               if ct-student-id(comment-idx)
                       = gp-student-id(student-idx)
                       and ct-class-code(comment-idx)
                           = group-class-code
                       and ct-term-code(comment-idx) = group-term-code
                       and ct-subject-id(comment-idx) not = spaces
                   move "PROFESSEUR" to nd-label
                   move ct-subject-id(comment-idx) to nd-subject-id
                   move ct-text(comment-idx) to nd-text
                   move note-detail to packet-line
                   write packet-line
               end-if
           end-perform.

           if exception-master-is-available
               perform print-open-exceptions
           end-if.

      *> the conduct assessment for the term, with the incident and
      *> serious-incident counts behind it; nothing prints when no
      *> incident register is on file.
       print-conduct-note.

           move gp-student-id(student-idx) to cu-student-id.
           move group-term-code to cu-term-code.
           call "conduct" using cu-student-id cu-term-code
               cu-incident-count cu-points cu-serious-count
               cu-rating cu-rating-fr cu-rating-en.

           if cu-rating not = space
               move "CONDUITE" to nd-label
               move spaces to nd-subject-id
               move spaces to nd-text
               string cu-rating-fr delimited by size
                      "  INCIDENTS " delimited by size
                      cu-incident-count delimited by size
                      "  DONT GRAVES " delimited by size
                      cu-serious-count delimited by size
                      into nd-text
               move note-detail to packet-line
               write packet-line
           end-if.

       print-open-exceptions.

           move gp-student-id(student-idx) to em-student-id.
           move group-class-code to em-class-code.
           move group-term-code  to em-term-code.
           move low-values       to em-subject-id.

           start exception-master-file
                   key is not less than em-exception-key
               invalid key move "Y" to end-of-file
               not invalid key move "N" to end-of-file
           end-start.

           perform until at-end-of-file
               read exception-master-file next record
                   at end move "Y" to end-of-file
                   not at end
                       if em-student-id not = gp-student-id(student-idx)
                               or em-class-code not = group-class-code
                               or em-term-code not = group-term-code
                           move "Y" to end-of-file
                       else
                           if not em-is-closed
                               perform print-one-exception
                           end-if
                       end-if
               end-read
           end-perform.

       print-one-exception.

           move em-subject-id to ex-subject-id.
           move em-note to ex-note.
           evaluate true
               when em-is-new      move "NOUVELLE" to ex-status
               when em-is-reviewed move "REVUE" to ex-status
               when em-is-adjusted move "AJUSTEE" to ex-status
               when other          move em-status to ex-status
           end-evaluate.
           move exception-detail to packet-line.
           write packet-line.

       print-class-statistics.

           move " STATISTIQUES DE LA CLASSE" to packet-line.
           write packet-line.

           if stat-count = zero
               move zero to stat-min
           end-if.

           move spaces to stat-detail.
           move "EFFECTIF" to sd-label.
           move student-count to sd-value.
           move "MOY CLASSE" to sd-label-2.
           move zero to sd-value-2.
           if group-class-avg not = spaces
               move group-class-avg to note-edited
               move note-edited to note-value
               move note-value to sd-value-2
           end-if.
           move stat-detail to packet-line.
           write packet-line.

           move spaces to stat-detail.
           move "ELEVES AVEC MOYENNE" to sd-label.
           move stat-count to sd-value.
           move "MOY MINI" to sd-label-2.
           move stat-min to sd-value-2.
           move stat-detail to packet-line.
           write packet-line.

           move spaces to stat-detail.
           move "INDICATION PASSE" to sd-label.
           move stat-pass to sd-value.
           move "MOY MAXI" to sd-label-2.
           move stat-max to sd-value-2.
           move stat-detail to packet-line.
           write packet-line.

           move spaces to stat-detail.
           move "INDICATION CONSEIL" to sd-label.
           move stat-conseil to sd-value.
           move stat-detail to packet-line.
           write packet-line.

           move spaces to stat-detail.
           move "INDICATION REDOUBLE" to sd-label.
           move stat-repeat to sd-value.
           move stat-detail to packet-line.
           write packet-line.

           perform varying subject-idx from 1 by 1
                   until subject-idx > subject-count
               move spaces to stat-detail
               move spaces to sd-label
               string "MOYENNE " delimited by size
                      gs-subject-id(subject-idx) delimited by size
                      into sd-label
               move gs-note-count(subject-idx) to sd-value
               move "MOY MATIERE" to sd-label-2
               if gs-note-count(subject-idx) > zero
                   compute subject-avg rounded =
                       gs-sum-note(subject-idx)
                           / gs-note-count(subject-idx)
                   move subject-avg to sd-value-2
               else
                   move zero to sd-value-2
               end-if
               move stat-detail to packet-line
               write packet-line
           end-perform.
