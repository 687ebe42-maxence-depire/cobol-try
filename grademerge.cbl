      *> merge step of a partitioned grading night: the partitions
      *> of conditions that graded GRADE-PARTITIONS.DAT's class-code
      *> ranges side by side each left their reports under their own
      *> names, and this step puts them back together as the one set
      *> a whole-cohort run writes -- TRANSCRIPT.DAT and the
      *> exception, orphan, incomplete, honor roll, probation and
      *> leaver lists school by school, each school's classes in
      *> partition order; GRADE-REPORT.DAT totalled again across the
      *> partitions; the staged history postings numbered onto
      *> HISTORY.DAT under the lock in that same order; the staged
      *> results notices queued through notifyq and the staged
      *> boundary exceptions posted to EXCEPTION-MASTER.DAT, both
      *> partition by partition; and the staged summary history
      *> appended -- so ranking, transcriptprint and reconcile read
      *> the night exactly as they read a single grading step.
      *>
      *> every partition must have logged its END for tonight's
      *> business date before anything is merged, and a night
      *> already merged since its partitions last ran is refused
      *> rather than posted twice. the merge ends on the worst
      *> partition return code, so the steps after it hold the way
      *> they held on the single grading step.
       identification division.
       program-id. grademerge.

       environment division.
       input-output section.
       file-control.
           select partition-file assign to "GRADE-PARTITIONS.DAT"
               organization line sequential
               file status is partition-file-status.

           select part-file assign to part-file-name
               organization line sequential
               file status is part-file-status.

           select merged-file assign to merged-file-name
               organization line sequential.

           select sort-file assign to "GRADEMERGE.TMP".

           select history-file assign to "HISTORY.DAT"
               organization indexed
               access mode is dynamic
               record key is hr-history-key
               file status is history-file-status.

           select history-seq-file assign to "HISTORY-SEQ.DAT"
               organization line sequential
               file status is history-seq-status.

           select exception-master-file
               assign to "EXCEPTION-MASTER.DAT"
               organization indexed
               access mode is dynamic
               record key is em-exception-key
               file status is exception-master-status.

           select summary-history-file assign to "SUMMARY-HISTORY.DAT"
               organization line sequential
               file status is summary-history-status.

           select run-log-check-file assign to "RUN-LOG.DAT"
               organization line sequential
               file status is run-log-check-status.

           select run-date-file assign to "RUN-DATE.DAT"
               organization line sequential
               file status is run-date-status.

           select grade-mode-file assign to "GRADE-MODE.DAT"
               organization line sequential
               file status is grade-mode-status.

       data division.
       file section.
       fd  partition-file.
           copy gradepart.

      *> one line of a partition's report, or one staged history
      *> posting or summary history record -- the longest of them.
       fd  part-file.
       01  part-line pic x(117).

       fd  merged-file.
       01  merged-line pic x(108).

      *> school, then the order the lines were read in -- partition
      *> by partition, and the partitions in class-code order. a
      *> school heading sorts ahead of its school's lines and the
      *> trailer counts after them. the staged history postings go
      *> through the same sort.
       sd  sort-file.
       01  sort-record.
           05 ms-school-code pic x(02).
           05 ms-seq         pic 9(07).
           05 ms-line        pic x(117).

       fd  history-file.
           copy historyrec.

       fd  history-seq-file.
       01  history-seq-record.
           05 hsr-last-seq pic 9(06).

       fd  exception-master-file.
           copy excmast.

       fd  summary-history-file.
       01  summary-history-record pic x(41).

       fd  run-log-check-file.
       01  run-log-check-record.
           05 rlc-program-name    pic x(20).
           05 filler              pic x.
           05 rlc-event           pic x(05).
           05 filler              pic x.
           05 rlc-business-date   pic x(08).
           05 filler              pic x(17).
           05 rlc-records-read    pic 9(07).
           05 filler              pic x.
           05 rlc-records-written pic 9(07).
           05 filler              pic x.
           05 rlc-return-code     pic 9(04).

       fd  run-date-file.
       01  run-date-record.
           05 rdc-business-date pic x(08).

       fd  grade-mode-file.
       01  grade-mode-record.
           05 gm-mode pic x(01).

       working-storage section.

           copy runlogfields.

           copy lockfields.

           77 saved-return-code pic 9(04).
           77 merge-return-code pic 9(04) value zero.

           77 partition-file-status  pic xx.
           77 part-file-status       pic xx.
           77 history-file-status    pic xx.
           77 history-seq-status     pic xx.
           77 summary-history-status pic xx.
           77 exception-master-status pic xx.
           77 run-log-check-status   pic xx.
           77 run-date-status        pic xx.
           77 grade-mode-status      pic xx.

           77 business-date pic x(08).

      *> an interim night merges the provisional reports the same
      *> way but, like the partitions themselves, posts nothing.
           77 run-mode pic x value "N".
               88 interim-mode value "I".

           77 end-of-file pic x.

      *> the partitions in GRADE-PARTITIONS.DAT order, with what the
      *> run log says each did tonight.
           77 partition-count pic 9(02) value zero.
           77 partition-idx   pic 9(02).
           77 partitions-unfinished pic 9(02) value zero.

           01 partition-table.
               05 partition-entry occurs 20 times.
                   10 pt-partition-id pic x(02).
                   10 pt-runlog-name  pic x(20).
                   10 pt-finished     pic x(01).
                   10 pt-return-code  pic 9(04).

           77 night-merged pic x value "N".
               88 night-already-merged value "Y".
           77 worst-partition-rc pic 9(04) value zero.

           77 file-stem       pic x(16).
           77 part-file-name  pic x(24).
           77 merged-file-name pic x(24).
           77 missing-files   pic 9(03) value zero.

      *> T the transcript, which carries the school on every line;
      *> L a list headed per school; R a list headed per school with
      *> the honor roll / probation trailer counts under each one.
           77 list-kind pic x(01).
               88 list-is-transcript value "T".
               88 list-has-totals    value "R".

           77 line-seq        pic 9(07) value zero.
           77 heading-seen    pic x(01).
           77 current-school  pic x(02).
           77 sort-eof        pic x(01).
           77 out-started     pic x(01).
           77 out-school      pic x(02).
           77 out-heading-done pic x(01).
           77 sum-total       pic 9(05).
           77 sum-retenu      pic 9(05).
           77 lines-merged    pic 9(07) value zero.

           01 transcript-view.
               05 filler         pic x(30).
               05 tv-mention     pic x(10).
               05 filler         pic x(66).
               05 tv-school-code pic x(02).

           01 heading-view.
               05 filler         pic x(01).
               05 hv-label       pic x(06).
                   88 hv-is-heading value "ECOLE ".
               05 hv-school-code pic x(02).
               05 filler         pic x(99).

      *> the grade summary's count lines and the roll trailers share
      *> this shape.
           01 count-view.
               05 filler         pic x(01).
               05 cv-label       pic x(12).
               05 filler         pic x(02).
               05 cv-count       pic zzz9.
               05 filler         pic x(89).

      *> GRADE-REPORT.DAT totalled again: one block per school in
      *> school order, then the night's block.
           01 band-labels.
               05 filler pic x(12) value "TOTAL".
               05 filler pic x(12) value "PARFAIT".
               05 filler pic x(12) value "BIEN".
               05 filler pic x(12) value "ASSEZ BIEN".
               05 filler pic x(12) value "PASSABLE".
               05 filler pic x(12) value "ECHEC".
               05 filler pic x(12) value "INCOMPLET".
               05 filler pic x(12) value "RETIRE".
           01 band-label-table redefines band-labels.
               05 band-label pic x(12) occurs 8 times.

           77 band-idx    pic 9(02).
           77 band-found  pic 9(02).
           77 band-amount pic 9(04).

           77 report-school-count pic 9(02) value zero.
           77 report-school-idx   pic 9(02).
           77 report-slot         pic 9(02).
           77 insert-slot         pic 9(02).
      *> S counting into a school's block, N into the night's, X a
      *> school past the table, passed over.
           77 report-block pic x(01).

           01 report-school-table.
               05 report-school occurs 10 times.
                   10 rs-school-code pic x(02).
                   10 rs-heading     pic x(40).
                   10 rs-band-count  pic 9(04) occurs 8 times.

           01 night-band-table.
               05 night-band-count pic 9(04) occurs 8 times.

           01 summary-detail.
               05 filler            pic x      value space.
               05 sd-label          pic x(12).
               05 filler            pic x(02)  value space.
               05 sd-count          pic zzz9.

      *> the staged postings get tonight's numbers from the shared
      *> counter; a posting staged twice by a restarted partition
      *> carries the same staged number both times and is posted
      *> once.
           77 history-seq        pic 9(06) value zero.
           77 history-write-done pic x.
           77 highest-staged-seq pic 9(06).
           77 postings-merged    pic 9(07) value zero.
           77 postings-repeated  pic 9(07) value zero.

      *> the partitions' staged results notices and boundary
      *> exceptions, read back through these views.
           copy notifstage.
           copy excstage.

           copy notifyfields.

           77 notices-queued     pic 9(07) value zero.
           77 notices-repeated   pic 9(07) value zero.
           77 exceptions-posted  pic 9(07) value zero.

       procedure division.

           perform write-runlog-start.

           perform read-business-date.

           perform read-grade-mode.

           perform load-partitions.

           if partition-count = zero
               display "error: no partitions on GRADE-PARTITIONS.DAT"
      *> non-zero so a calling job step can detect the missing file.
               move 8 to return-code
               perform write-runlog-end
               goback
           end-if.

      *> an interim night's partitions all log as the interim run,
      *> so there is nothing to check them against; the missing
      *> reports are warned about as they are met.
           if not interim-mode
               perform check-partitions-run

               if partitions-unfinished > zero
                   display "merge refused: " partitions-unfinished
                       " partition(s) have not finished grading "
                       business-date
      *> high enough that the JCL holds every later step.
                   move 8 to return-code
                   perform write-runlog-end
                   goback
               end-if

               if night-already-merged
                   display "partitions of " business-date
                       " already merged -- refused"
      *> the grading step's own code for a double submission.
                   move 16 to return-code
                   perform write-runlog-end
                   goback
               end-if

               perform acquire-history-lock
               if lk-result not = "Y"
                   display "HISTORY.DAT is in use by " lk-holder
                       ", try again later"
                   move 8 to return-code
                   perform write-runlog-end
                   goback
               end-if
           end-if.

           move "T" to list-kind.
           move "TRANSCRIPT" to file-stem.
           perform merge-one-list.

           move "L" to list-kind.
           move "EXCEPTIONS" to file-stem.
           perform merge-one-list.
           move "ORPHANS" to file-stem.
           perform merge-one-list.
           move "INCOMPLETES" to file-stem.
           perform merge-one-list.
           move "LEAVERS" to file-stem.
           perform merge-one-list.

           move "R" to list-kind.
           move "HONOR-ROLL" to file-stem.
           perform merge-one-list.
           move "PROBATION" to file-stem.
           perform merge-one-list.

           perform merge-grade-reports.

           if not interim-mode
               perform post-staged-history
               perform append-staged-summaries
               perform release-history-lock
               perform queue-staged-notices
               perform post-staged-exceptions
           end-if.

           display "transcript lines merged:   " lines-merged.
           display "history postings merged:   " postings-merged.
           if postings-repeated > zero
               display "repeated postings dropped: " postings-repeated
           end-if.
           display "results notices queued:    " notices-queued.
           if notices-repeated > zero
               display "repeated notices dropped:  " notices-repeated
           end-if.
           display "exception cases opened:    " exceptions-posted.

           if missing-files > zero
               display "warning: " missing-files
                   " partition file(s) missing, merged without them"
      *> non-zero so the morning status shows the night is short.
               if merge-return-code < 4
                   move 4 to merge-return-code
               end-if
           end-if.

           if worst-partition-rc > merge-return-code
               move worst-partition-rc to merge-return-code
           end-if.
           move merge-return-code to return-code.

           perform write-runlog-end.
       goback.

       write-runlog-start.

           move "grademerge" to rl-program-name.
           move "START" to rl-event.
           move zero to rl-records-read.
           move zero to rl-records-written.
           move zero to rl-return-code.
           call "runlog" using rl-program-name rl-event
               rl-records-read rl-records-written rl-return-code.

      *> the postings count rides the written count: a merge that
      *> posted something is what a second merge of the same night
      *> is refused on.
       write-runlog-end.

           move "grademerge" to rl-program-name.
           move "END" to rl-event.
           move lines-merged to rl-records-read.
           move postings-merged to rl-records-written.
           move return-code to rl-return-code.
           call "runlog" using rl-program-name rl-event
               rl-records-read rl-records-written rl-return-code.

       acquire-history-lock.

           move "A" to lk-action.
           move "grademerge" to lk-program.
           call "lockmgr" using lk-action lk-program
               lk-result lk-holder.

       release-history-lock.

           move return-code to saved-return-code.

           move "R" to lk-action.
           move "grademerge" to lk-program.
           call "lockmgr" using lk-action lk-program
               lk-result lk-holder.

           move saved-return-code to return-code.

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

       read-grade-mode.

           open input grade-mode-file.
           if grade-mode-status = "00"
               read grade-mode-file
                   not at end move gm-mode to run-mode
               end-read
               close grade-mode-file
           end-if.

       load-partitions.

           open input partition-file.
           if partition-file-status = "00"
               move "N" to end-of-file
               perform until end-of-file = "Y"
                   read partition-file
                       at end move "Y" to end-of-file
                       not at end
                           if gp-partition-id not = spaces
                               perform add-partition
                           end-if
                   end-read
               end-perform
               close partition-file
           end-if.

       add-partition.

           if partition-count < 20
               add 1 to partition-count
               move gp-partition-id
                   to pt-partition-id(partition-count)
               move spaces to pt-runlog-name(partition-count)
               string "conditions-" delimited by size
                      gp-partition-id delimited by space
                   into pt-runlog-name(partition-count)
               move "N" to pt-finished(partition-count)
               move zero to pt-return-code(partition-count)
           else
               display "error: more than 20 partitions -- partition "
                   gp-partition-id " left out of the merge"
               move 8 to merge-return-code
           end-if.

      *> the latest END each partition logged for tonight, and
      *> whether a merge that posted has been logged since. a
      *> double submission refused with 16 graded nothing and does
      *> not count as a run.
       check-partitions-run.

           open input run-log-check-file.
           if run-log-check-status = "00"
               move "N" to end-of-file
               perform until end-of-file = "Y"
                   read run-log-check-file
                       at end move "Y" to end-of-file
                       not at end
                           if rlc-event = "END"
                                   and rlc-business-date
                                       = business-date
                               perform note-run-log-end
                           end-if
                   end-read
               end-perform
               close run-log-check-file
           end-if.

           perform varying partition-idx from 1 by 1
                   until partition-idx > partition-count
               if pt-finished(partition-idx) = "Y"
                   if pt-return-code(partition-idx)
                           > worst-partition-rc
                       move pt-return-code(partition-idx)
                           to worst-partition-rc
                   end-if
               else
                   add 1 to partitions-unfinished
                   display "partition " pt-partition-id(partition-idx)
                       " has not finished grading " business-date
               end-if
           end-perform.

       note-run-log-end.

           if rlc-program-name = "grademerge"
               if rlc-records-written > zero
                   move "Y" to night-merged
               end-if
           else
               if rlc-return-code not = 16
                   perform varying partition-idx from 1 by 1
                           until partition-idx > partition-count
                       if pt-runlog-name(partition-idx)
                               = rlc-program-name
                           move "Y" to pt-finished(partition-idx)
                           move rlc-return-code
                               to pt-return-code(partition-idx)
                           move "N" to night-merged
                       end-if
                   end-perform
               end-if
           end-if.

      *> TRANSCRIPT plus partition P1 names TRANSCRIPT-P1.DAT.
       build-part-file-name.

           move spaces to part-file-name.
           string file-stem delimited by space
                  "-" delimited by size
                  pt-partition-id(partition-idx) delimited by space
                  ".DAT" delimited by size
               into part-file-name.

      *> one of the night's reports from every partition's copy.
       merge-one-list.

           move spaces to merged-file-name.
           string file-stem delimited by space
                  ".DAT" delimited by size
               into merged-file-name.

           sort sort-file
               on ascending key ms-school-code
                                ms-seq
               input procedure is release-partition-lines
               output procedure is write-merged-lines.

       release-partition-lines.

           perform release-one-partition
               varying partition-idx from 1 by 1
               until partition-idx > partition-count.

       release-one-partition.

           perform build-part-file-name.
           move "N" to heading-seen.
           move spaces to current-school.

           open input part-file.
           if part-file-status = "00"
               move "N" to end-of-file
               perform until end-of-file = "Y"
                   read part-file
                       at end move "Y" to end-of-file
                       not at end perform release-one-line
                   end-read
               end-perform
               close part-file
           else
               display "warning: " part-file-name " not found"
               add 1 to missing-files
           end-if.

      *> a trailer count from a partition with no school section --
      *> one that graded nobody -- belongs to no school and is let
      *> go; its counts are zero.
       release-one-line.

           add 1 to line-seq.
           move part-line to transcript-view.
           move part-line to heading-view.
           move part-line to count-view.
           move part-line to ms-line.

           evaluate true
               when list-is-transcript
                   move tv-school-code to ms-school-code
                   move line-seq to ms-seq
                   release sort-record
               when hv-is-heading
                   move "Y" to heading-seen
                   move hv-school-code to current-school
                   move current-school to ms-school-code
                   move zero to ms-seq
                   release sort-record
               when list-has-totals
                       and (cv-label = "TOTAL"
                           or cv-label = "TOTAL RETENU")
                   if heading-seen = "Y"
                       move current-school to ms-school-code
                       move 9999999 to ms-seq
                       release sort-record
                   end-if
               when other
                   move current-school to ms-school-code
                   move line-seq to ms-seq
                   release sort-record
           end-evaluate.

       write-merged-lines.

           open output merged-file.

      *> the provisional marker once, ahead of every partition's
      *> lines, the way the single grading step writes it.
           if list-is-transcript and interim-mode
               move spaces to transcript-view
               move "PROVISOIRE" to tv-mention
               move transcript-view to merged-line
               write merged-line
           end-if.

           move "N" to sort-eof.
           move "N" to out-started.
           move zero to sum-total.
           move zero to sum-retenu.

           perform return-merged-line
               until sort-eof = "Y".

      *> the last school's trailers -- or, on a night that graded
      *> nobody, the zero trailers the single step still writes.
           if list-has-totals
               perform write-list-totals
           end-if.

           close merged-file.

       return-merged-line.

           return sort-file
               at end move "Y" to sort-eof
               not at end perform write-one-merged-line
           end-return.

      *> each school's heading once, however many partitions carried
      *> it, and its trailer counts summed across them.
       write-one-merged-line.

           if out-started = "N" or ms-school-code not = out-school
               if out-started = "Y" and list-has-totals
                   perform write-list-totals
               end-if
               move "Y" to out-started
               move ms-school-code to out-school
               move "N" to out-heading-done
           end-if.

           evaluate true
               when list-is-transcript
                   move ms-line to merged-line
                   write merged-line
                   add 1 to lines-merged
               when ms-seq = zero
                   if out-heading-done = "N"
                       move ms-line to merged-line
                       write merged-line
                       move "Y" to out-heading-done
                   end-if
               when ms-seq = 9999999
                   move ms-line to count-view
                   compute band-amount = function numval(cv-count)
                   if cv-label = "TOTAL RETENU"
                       add band-amount to sum-retenu
                   else
                       add band-amount to sum-total
                   end-if
               when other
                   move ms-line to merged-line
                   write merged-line
           end-evaluate.

      *> the honor roll's TOTAL RETENU line only when somebody was
      *> withheld, as the single step writes it.
       write-list-totals.

           move spaces to summary-detail.
           move "TOTAL" to sd-label.
           move sum-total to sd-count.
           move summary-detail to merged-line.
           write merged-line.

           if sum-retenu > zero
               move spaces to summary-detail
               move "TOTAL RETENU" to sd-label
               move sum-retenu to sd-count
               move summary-detail to merged-line
               write merged-line
           end-if.

           move zero to sum-total.
           move zero to sum-retenu.

      *> every partition's grade summary read back and added up,
      *> school block by school block and the night's block, then
      *> written out in the single step's layout.
       merge-grade-reports.

           move zero to report-school-count.
           initialize night-band-table.
           move "GRADE-REPORT" to file-stem.

           perform varying partition-idx from 1 by 1
                   until partition-idx > partition-count
               perform build-part-file-name
               move "N" to report-block
               open input part-file
               if part-file-status = "00"
                   move "N" to end-of-file
                   perform until end-of-file = "Y"
                       read part-file
                           at end move "Y" to end-of-file
                           not at end perform add-report-line
                       end-read
                   end-perform
                   close part-file
               else
                   display "warning: " part-file-name " not found"
                   add 1 to missing-files
               end-if
           end-perform.

           move "GRADE-REPORT.DAT" to merged-file-name.
           open output merged-file.

           perform write-school-block
               varying report-school-idx from 1 by 1
               until report-school-idx > report-school-count.

           perform varying band-idx from 1 by 1 until band-idx > 8
               move spaces to summary-detail
               move band-label(band-idx) to sd-label
               move night-band-count(band-idx) to sd-count
               move summary-detail to merged-line
               write merged-line
           end-perform.

           close merged-file.

      *> a school heading opens the school's block and the blank line
      *> after it closes it; the count lines after the last school's
      *> block are the night's.
       add-report-line.

           move part-line to heading-view.
           move part-line to count-view.

           evaluate true
               when hv-is-heading
                   perform find-report-school
               when part-line = spaces
                   move "N" to report-block
               when report-block = "X"
                   continue
               when other
                   perform add-report-count
           end-evaluate.

       add-report-count.

           move zero to band-found.
           if cv-label = "TOTAL ECOLE"
               move 1 to band-found
           else
               perform varying band-idx from 1 by 1
                       until band-idx > 8
                   if band-label(band-idx) = cv-label
                       move band-idx to band-found
                   end-if
               end-perform
           end-if.

           if band-found > zero
               compute band-amount = function numval(cv-count)
               if report-block = "S"
                   add band-amount
                       to rs-band-count(report-slot, band-found)
               else
                   add band-amount to night-band-count(band-found)
               end-if
           end-if.

      *> the school's block, opened in school-code order so the
      *> merged report lists the schools the way one pass over the
      *> sorted extract does.
       find-report-school.

           move zero to report-slot.
           perform varying report-school-idx from 1 by 1
                   until report-school-idx > report-school-count
               if rs-school-code(report-school-idx) = hv-school-code
                   move report-school-idx to report-slot
               end-if
           end-perform.

           if report-slot = zero
               if report-school-count < 10
                   perform insert-report-school
               else
                   display "error: more than 10 schools -- school "
                       hv-school-code " left out of the grade summary"
      *> high enough that the JCL holds every later step.
                   move 8 to merge-return-code
               end-if
           end-if.

           if report-slot = zero
               move "X" to report-block
           else
               move "S" to report-block
           end-if.

       insert-report-school.

           move 1 to insert-slot.
           perform varying report-school-idx from 1 by 1
                   until report-school-idx > report-school-count
               if rs-school-code(report-school-idx) < hv-school-code
                   compute insert-slot = report-school-idx + 1
               end-if
           end-perform.

           perform varying report-school-idx
                   from report-school-count by -1
                   until report-school-idx < insert-slot
               move report-school(report-school-idx)
                   to report-school(report-school-idx + 1)
           end-perform.

           add 1 to report-school-count.
           move insert-slot to report-slot.
           move hv-school-code to rs-school-code(report-slot).
           move part-line(1:40) to rs-heading(report-slot).
           perform varying band-idx from 1 by 1 until band-idx > 8
               move zero to rs-band-count(report-slot, band-idx)
           end-perform.

       write-school-block.

           move rs-heading(report-school-idx) to merged-line.
           write merged-line.

           perform varying band-idx from 1 by 1 until band-idx > 8
               move spaces to summary-detail
               if band-idx = 1
                   move "TOTAL ECOLE" to sd-label
               else
                   move band-label(band-idx) to sd-label
               end-if
               move rs-band-count(report-school-idx, band-idx)
                   to sd-count
               move summary-detail to merged-line
               write merged-line
           end-perform.

           move spaces to merged-line.
           write merged-line.

      *> the partitions' staged postings onto HISTORY.DAT school by
      *> school, in the order the single step posts them, each
      *> numbered from the shared counter that step numbers from.
       post-staged-history.

           open i-o history-file.
           if history-file-status = "35"
               open output history-file
               close history-file
               open i-o history-file
           end-if.

           move zero to history-seq.
           open input history-seq-file.
           if history-seq-status = "00"
               read history-seq-file
                   not at end move hsr-last-seq to history-seq
               end-read
               close history-seq-file
           end-if.

           move "HISTORY-STAGE" to file-stem.
           sort sort-file
               on ascending key ms-school-code
                                ms-seq
               input procedure is release-staged-postings
               output procedure is post-sorted-postings.

           close history-file.

           move history-seq to hsr-last-seq.
           open output history-seq-file.
           write history-seq-record.
           close history-seq-file.

       release-staged-postings.

           perform varying partition-idx from 1 by 1
                   until partition-idx > partition-count
               perform build-part-file-name
               move zero to highest-staged-seq
               open input part-file
               if part-file-status = "00"
                   move "N" to end-of-file
                   perform until end-of-file = "Y"
                       read part-file
                           at end move "Y" to end-of-file
                           not at end perform release-one-posting
                       end-read
                   end-perform
                   close part-file
               else
                   display "warning: " part-file-name " not found"
                   add 1 to missing-files
               end-if
           end-perform.

       release-one-posting.

           move part-line to history-record.

           if hr-run-seq > highest-staged-seq
               move hr-run-seq to highest-staged-seq
               add 1 to line-seq
               move hr-school-code to ms-school-code
               move line-seq to ms-seq
               move part-line to ms-line
               release sort-record
           else
               add 1 to postings-repeated
           end-if.

       post-sorted-postings.

           move "N" to sort-eof.
           perform until sort-eof = "Y"
               return sort-file
                   at end move "Y" to sort-eof
                   not at end perform post-one-staged
               end-return
           end-perform.

       post-one-staged.

           move ms-line to history-record.
           add 1 to history-seq.
           move history-seq to hr-run-seq.
           perform write-history-with-retry.
           add 1 to postings-merged.

      *> a number some other writer took since the counter was read
      *> simply claims the next free one, as in the grading step.
       write-history-with-retry.

           move "N" to history-write-done.
           perform until history-write-done = "Y"
               write history-record
                   invalid key
                       add 1 to history-seq
                       move history-seq to hr-run-seq
                   not invalid key
                       move "Y" to history-write-done
               end-write
           end-perform.

       append-staged-summaries.

           open extend summary-history-file.
           if summary-history-status = "35"
               open output summary-history-file
           end-if.

           move "SUMMARY-HISTORY" to file-stem.
           perform varying partition-idx from 1 by 1
                   until partition-idx > partition-count
               perform build-part-file-name
               open input part-file
               if part-file-status = "00"
                   move "N" to end-of-file
                   perform until end-of-file = "Y"
                       read part-file
                           at end move "Y" to end-of-file
                           not at end
                               move part-line
                                   to summary-history-record
                               write summary-history-record
                       end-read
                   end-perform
                   close part-file
               else
                   display "warning: " part-file-name " not found"
                   add 1 to missing-files
               end-if
           end-perform.

           close summary-history-file.

      *> the partitions' results notices through notifyq, partition
      *> by partition and each partition's in the order it graded
      *> them, so one writer takes the message numbers. a notice a
      *> restarted partition staged twice carries the same posting
      *> number both times and is queued once.
       queue-staged-notices.

           move "NOTIFY-STAGE" to file-stem.
           perform varying partition-idx from 1 by 1
                   until partition-idx > partition-count
               perform build-part-file-name
               move zero to highest-staged-seq
               open input part-file
               if part-file-status = "00"
                   move "N" to end-of-file
                   perform until end-of-file = "Y"
                       read part-file
                           at end move "Y" to end-of-file
                           not at end perform queue-one-notice
                       end-read
                   end-perform
                   close part-file
               else
                   display "warning: " part-file-name " not found"
                   add 1 to missing-files
               end-if
           end-perform.

       queue-one-notice.

           move part-line to notify-stage-record.

           if ns-history-seq > highest-staged-seq
               move ns-history-seq to highest-staged-seq
               move ns-recipient-kind to nf-recipient-kind
               move ns-recipient-id to nf-recipient-id
               move ns-source to nf-source
               move ns-reference to nf-reference
               move ns-text to nf-text
               move "conditions" to nf-program
               call "notifyq" using nf-recipient-kind
                   nf-recipient-id nf-source nf-reference nf-text
                   nf-program nf-queued
               add 1 to notices-queued
           else
               add 1 to notices-repeated
           end-if.

      *> the partitions' boundary exceptions onto the master the way
      *> the single grading step posts them: a fresh detection opens
      *> a NEW case, and a case already on the master -- open or
      *> closed, or opened by a restarted partition's first pass --
      *> is left as it stands.
       post-staged-exceptions.

           open i-o exception-master-file.
           if exception-master-status = "35"
               open output exception-master-file
               close exception-master-file
               open i-o exception-master-file
           end-if.

           move "EXCEPTION-STAGE" to file-stem.
           perform varying partition-idx from 1 by 1
                   until partition-idx > partition-count
               perform build-part-file-name
               open input part-file
               if part-file-status = "00"
                   move "N" to end-of-file
                   perform until end-of-file = "Y"
                       read part-file
                           at end move "Y" to end-of-file
                           not at end perform post-one-exception
                       end-read
                   end-perform
                   close part-file
               else
                   display "warning: " part-file-name " not found"
                   add 1 to missing-files
               end-if
           end-perform.

           close exception-master-file.

       post-one-exception.

           move part-line to exception-stage-record.
           move xs-exception-key to em-exception-key.

           read exception-master-file
               invalid key
                   move xs-note to em-note
                   move "N" to em-status
                   move xs-detect-date to em-detect-date
                   move spaces to em-review-date
                   move spaces to em-review-initials
                   write exception-master-record
                       invalid key continue
                       not invalid key add 1 to exceptions-posted
                   end-write
               not invalid key
                   continue
           end-read.
