      *> class-by-subject crosstab of the night's grades for the head
      *> of studies: one grid per term, classes down the side,
      *> subjects across the top under their catalog names, the
      *> class average note in each cell with the row and column
      *> means, and a second grid counting the ECHEC notes with
      *> their totals. the averages come straight off the graded
      *> input -- every note of the class in the subject, leavers
      *> and transfers left out the way the grading run leaves them
      *> out of a class average -- and each grid is handed to the
      *> matrix program as a data grid through its job card, so the
      *> print and CSV versions are laid out by the same machinery
      *> as every other grid: MOY<term>-REPORT.DAT / MOY<term>.CSV
      *> and ECH<term>-REPORT.DAT / ECH<term>.CSV.
      *>
      *> a grid holds 20 classes and 20 subjects; anything past that
      *> is left off with a warning and a non-zero return code. the
      *> grading run's SCHOOL-SELECT.DAT card limits the grids to the
      *> one school it names, the way it limits the grading itself.
       identification division.
       program-id. gradegrid.

       environment division.
       input-output section.
       file-control.
           select students-file assign to "STUDENTS.DAT"
               organization line sequential
               file status is students-file-status.

           select subject-master-file assign to "SUBJECT-MASTER.DAT"
               organization indexed
               access mode is dynamic
               record key is sj-subject-id
               file status is subject-master-status.

           select grid-file assign to grid-file-name
               organization line sequential.

           select job-card-file assign to "MATRIX-JOB.DAT"
               organization line sequential.

           select lang-file assign to "LANG-FLAG.DAT"
               organization line sequential
               file status is lang-file-status.

           select school-select-file assign to "SCHOOL-SELECT.DAT"
               organization line sequential
               file status is school-select-status.

       data division.
       file section.
       fd  students-file.
       01  student-record.
           copy studrec.

       fd  subject-master-file.
           copy subjmast.

      *> the matrix program's grid data layout: the COLS record with
      *> the column labels, then one record per row -- row label,
      *> then the cells packed three digits each, blank for no data.
       fd  grid-file.
       01  grid-record.
           05 gr-row-label pic x(08).
           05 gr-cell      pic x(03) occurs 20 times.
           05 filler       pic x(102).

       01  grid-label-record.
           05 filler       pic x(08).
           05 gl-col-label pic x(08) occurs 20 times.
           05 filler       pic x(02).

      *> mirror of the matrix program's control record.
       fd  job-card-file.
       01  job-card-record.
           05 jc-rows       pic 9(02).
           05 jc-cols       pic 9(02).
           05 jc-mode       pic x(01).
           05 jc-grid-stem  pic x(08).
           05 jc-decimals   pic 9(01).
           05 jc-summary    pic x(01).
           05 jc-title      pic x(40).

       fd  lang-file.
       01  lang-record pic x(01).

       fd  school-select-file.
       01  school-select-record.
           05 ss-select-code pic x(02).

       working-storage section.

           copy runlogfields.

           copy langflag.
           77 lang-file-status pic xx.

           77 students-file-status  pic xx.

           77 school-select-status pic xx.
           77 select-school-code pic x(02) value "**".
               88 grade-every-school value "**".
           77 subject-master-status pic xx.

           77 subject-master-available pic x value "N".
               88 subject-master-is-available value "Y".

           77 grid-file-name pic x(20).
           77 grid-stem      pic x(08).

           77 end-of-students pic x value "N".
               88 no-more-students value "Y".

           77 records-read    pic 9(07) value zero.
           77 records-dropped pic 9(07) value zero.
           77 grids-published pic 9(03) value zero.
           77 worst-return-code pic 9(04) value zero.

           77 term-count pic 9(01) value zero.
           77 term-idx   pic 9(01).
           77 term-slot  pic 9(01).

           01 term-table.
               05 gt-term-code occurs 6 times pic x(04).

           77 class-count pic 9(02) value zero.
           77 class-idx   pic 9(02).
           77 class-slot  pic 9(02).

           01 class-table.
               05 gc-class-code occurs 20 times pic x(05).

           77 subject-count pic 9(02) value zero.
           77 subject-idx   pic 9(02).
           77 subject-slot  pic 9(02).

           01 subject-table.
               05 gs-subject-id occurs 20 times pic x(05).

           01 cell-table.
               05 cell-term occurs 6 times.
                   10 cell-class occurs 20 times.
                       15 cell-subject occurs 20 times.
                           20 cl-note-sum    pic 9(05)v99.
                           20 cl-note-count  pic 9(04).
                           20 cl-echec-count pic 9(03).

           77 cell-average pic 9(03).

       procedure division.

           perform write-runlog-start.

           perform read-lang-flag.

           perform read-school-select.

           open input students-file.
           if students-file-status not = "00"
               display "error: cannot open STUDENTS.DAT"
      *> non-zero so a calling job step can detect the missing file.
               move 8 to return-code
               perform write-runlog-end
               goback
           end-if.

           initialize cell-table.

           perform until no-more-students
               read students-file
                   at end move "Y" to end-of-students
                   not at end perform post-one-note
               end-read
           end-perform.

           close students-file.

           open input subject-master-file.
           if subject-master-status = "00"
               move "Y" to subject-master-available
           end-if.

           perform varying term-idx from 1 by 1
                   until term-idx > term-count
               perform publish-average-grid
               perform publish-echec-grid
           end-perform.

           if subject-master-is-available
               close subject-master-file
           end-if.

           display "notes read:        " records-read.
           display "grids published:   " grids-published.

           move worst-return-code to return-code.
           if records-dropped > zero
               display "notes past the 6-term, 20-class or"
                   " 20-subject grid: " records-dropped
               if return-code < 4
                   move 4 to return-code
               end-if
           end-if.

           perform write-runlog-end.
       goback.

       write-runlog-start.

           move "gradegrid" to rl-program-name.
           move "START" to rl-event.
           move zero to rl-records-read.
           move zero to rl-records-written.
           move zero to rl-return-code.
           call "runlog" using rl-program-name rl-event
               rl-records-read rl-records-written rl-return-code.

       write-runlog-end.

           move "gradegrid" to rl-program-name.
           move "END" to rl-event.
           move records-read to rl-records-read.
           move grids-published to rl-records-written.
           move return-code to rl-return-code.
           call "runlog" using rl-program-name rl-event
               rl-records-read rl-records-written rl-return-code.

       read-lang-flag.

           open input lang-file.
           if lang-file-status = "00"
               read lang-file
                   not at end move lang-record to lang-flag
               end-read
               close lang-file
           end-if.

       read-school-select.

           open input school-select-file.
           if school-select-status = "00"
               read school-select-file
                   not at end
                       if ss-select-code not = spaces
                           move ss-select-code to select-school-code
                       end-if
               end-read
               close school-select-file
           end-if.

      *> a leaver's or a transfer's notes stay out of the class
      *> figures, as the grading run keeps them out of its average.
       post-one-note.

           add 1 to records-read.

           if student-is-withdrawn or student-is-transferred
               continue
           else
               if not grade-every-school
                       and school-code not = select-school-code
                   continue
               else
                   perform post-graded-note
               end-if
           end-if.

       post-graded-note.

           perform find-term-slot.
           perform find-class-slot.
           perform find-subject-slot.

           if term-slot = zero or class-slot = zero
                   or subject-slot = zero
               add 1 to records-dropped
           else
               add note
                   to cl-note-sum(term-slot, class-slot,
                       subject-slot)
               add 1
                   to cl-note-count(term-slot, class-slot,
                       subject-slot)
               if echec
                   add 1
                       to cl-echec-count(term-slot, class-slot,
                           subject-slot)
               end-if
           end-if.

       find-term-slot.

           move zero to term-slot.
           perform varying term-idx from 1 by 1
                   until term-idx > term-count
                       or term-slot > zero
               if gt-term-code(term-idx) = term-code
                   move term-idx to term-slot
               end-if
           end-perform.

           if term-slot = zero and term-count < 6
               add 1 to term-count
               move term-count to term-slot
               move term-code to gt-term-code(term-slot)
           end-if.

       find-class-slot.

           move zero to class-slot.
           perform varying class-idx from 1 by 1
                   until class-idx > class-count
                       or class-slot > zero
               if gc-class-code(class-idx) = class-code
                   move class-idx to class-slot
               end-if
           end-perform.

           if class-slot = zero and class-count < 20
               add 1 to class-count
               move class-count to class-slot
               move class-code to gc-class-code(class-slot)
           end-if.

       find-subject-slot.

           move zero to subject-slot.
           perform varying subject-idx from 1 by 1
                   until subject-idx > subject-count
                       or subject-slot > zero
               if gs-subject-id(subject-idx) = subject-id
                   move subject-idx to subject-slot
               end-if
           end-perform.

           if subject-slot = zero and subject-count < 20
               add 1 to subject-count
               move subject-count to subject-slot
               move subject-id to gs-subject-id(subject-slot)
           end-if.

      *> the class average note, in tenths, rounded.
       publish-average-grid.

           move spaces to grid-stem.
           string "MOY" delimited by size
                  gt-term-code(term-idx) delimited by space
                  into grid-stem.
           perform open-grid-file.

           perform varying class-idx from 1 by 1
                   until class-idx > class-count
               move spaces to grid-record
               move gc-class-code(class-idx) to gr-row-label
               perform varying subject-idx from 1 by 1
                       until subject-idx > subject-count
                   if cl-note-count(term-idx, class-idx, subject-idx)
                           > zero
                       compute cell-average rounded =
                           cl-note-sum(term-idx, class-idx,
                               subject-idx) * 10
                           / cl-note-count(term-idx, class-idx,
                               subject-idx)
                       move cell-average to gr-cell(subject-idx)
                   end-if
               end-perform
               write grid-record
           end-perform.

           close grid-file.

           move spaces to job-card-record.
           move 1 to jc-decimals.
           move "M" to jc-summary.
           if lang-is-french
               string "MOYENNES PAR CLASSE ET MATIERE - TERME "
                          delimited by size
                      gt-term-code(term-idx) delimited by size
                      into jc-title
           else
               string "CLASS AVERAGES BY SUBJECT - TERM "
                          delimited by size
                      gt-term-code(term-idx) delimited by size
                      into jc-title
           end-if.
           perform run-matrix-grid.

      *> ECHEC notes counted; a cell where the class has notes but
      *> no failure prints zero, one with no notes stays blank.
       publish-echec-grid.

           move spaces to grid-stem.
           string "ECH" delimited by size
                  gt-term-code(term-idx) delimited by space
                  into grid-stem.
           perform open-grid-file.

           perform varying class-idx from 1 by 1
                   until class-idx > class-count
               move spaces to grid-record
               move gc-class-code(class-idx) to gr-row-label
               perform varying subject-idx from 1 by 1
                       until subject-idx > subject-count
                   if cl-note-count(term-idx, class-idx, subject-idx)
                           > zero
                       move cl-echec-count(term-idx, class-idx,
                           subject-idx) to gr-cell(subject-idx)
                   end-if
               end-perform
               write grid-record
           end-perform.

           close grid-file.

           move spaces to job-card-record.
           move 0 to jc-decimals.
           move "T" to jc-summary.
           if lang-is-french
               string "ECHECS PAR CLASSE ET MATIERE - TERME "
                          delimited by size
                      gt-term-code(term-idx) delimited by size
                      into jc-title
           else
               string "FAILURES BY CLASS AND SUBJECT - TERM "
                          delimited by size
                      gt-term-code(term-idx) delimited by size
                      into jc-title
           end-if.
           perform run-matrix-grid.

      *> the grid file opens with the COLS record: each subject
      *> under its catalog name, the id where the catalog lacks it.
       open-grid-file.

           move spaces to grid-file-name.
           string grid-stem delimited by space
                  "-GRID.DAT" delimited by size
                  into grid-file-name.
           open output grid-file.

           move spaces to grid-label-record.
           move "COLS" to grid-label-record(1:8).
           perform varying subject-idx from 1 by 1
                   until subject-idx > subject-count
               move gs-subject-id(subject-idx)
                   to gl-col-label(subject-idx)
               if subject-master-is-available
                   move gs-subject-id(subject-idx) to sj-subject-id
                   read subject-master-file
                       invalid key continue
                       not invalid key
                           if lang-is-french
                               move sj-name-fr
                                   to gl-col-label(subject-idx)
                           else
                               move sj-name-en
                                   to gl-col-label(subject-idx)
                           end-if
                   end-read
               end-if
           end-perform.
           write grid-label-record.

      *> the card names the grid; matrix consumes it and is
      *> cancelled so the next grid starts from a fresh program.
       run-matrix-grid.

           move class-count to jc-rows.
           move subject-count to jc-cols.
           move "D" to jc-mode.
           move grid-stem to jc-grid-stem.

           open output job-card-file.
           write job-card-record.
           close job-card-file.

           call "matrix".
           if return-code > worst-return-code
               move return-code to worst-return-code
           end-if.
           cancel "matrix".

           add 1 to grids-published.
