               organization line sequential
               file status is students-file-status.

           select transcript-file assign to transcript-file-name
               organization line sequential.

           select exceptions-file assign to exceptions-file-name
               organization line sequential.

           select grade-report-file assign to grade-report-file-name
               organization line sequential.

           select checkpoint-file assign to checkpoint-file-name
               organization line sequential
               file status is checkpoint-file-status.

               record key is hr-history-key
               file status is history-file-status.

           select history-seq-file assign to history-seq-file-name
               organization line sequential
               file status is history-seq-status.

               record key is sm-student-id
               file status is student-master-status.

           select orphan-file assign to orphan-file-name
               organization line sequential.

           select scale-master-file assign to "SCALE-MASTER.DAT"
               record key is sj-subject-id
               file status is subject-master-status.

           select coef-master-file assign to "COEF-MASTER.DAT"
               organization indexed
               access mode is dynamic
               record key is cf-coef-key
               file status is coef-master-status.

           select option-group-file assign to "OPTION-GROUPS.DAT"
               organization indexed
               access mode is dynamic
               record key is og-subject-id
               file status is option-group-status.

           select option-enrol-file assign to "OPTION-ENROL.DAT"
               organization indexed
               access mode is dynamic
               record key is oe-enrol-key
               file status is option-enrol-status.

           select incompletes-file assign to incompletes-file-name
               organization line sequential.

           select honor-roll-file assign to honor-roll-file-name
               organization line sequential.

           select probation-file assign to probation-file-name
               organization line sequential.

           select leavers-file assign to leavers-file-name
               organization line sequential.

           select summary-history-file
               assign to summary-history-file-name
               organization line sequential
               file status is summary-history-status.

               organization line sequential
               file status is session-file-status.

           select school-select-file assign to "SCHOOL-SELECT.DAT"
               organization line sequential
               file status is school-select-status.

           select partition-file assign to "GRADE-PARTITIONS.DAT"
               organization line sequential
               file status is partition-file-status.

           select history-stage-file
               assign to history-stage-file-name
               organization line sequential
               file status is history-stage-status.

           select notify-stage-file
               assign to notify-stage-file-name
               organization line sequential
               file status is notify-stage-status.

           select exception-stage-file
               assign to exception-stage-file-name
               organization line sequential
               file status is exception-stage-status.

       data division.
       file section.
       fd  students-file.
           copy studrec.

       fd  transcript-file.
       01  transcript-line pic x(108).

       fd  exceptions-file.
       01  exceptions-line pic x(40).
           05 ckpt-count-students      pic 9(04).
           05 ckpt-count-incomplet     pic 9(04).
           05 ckpt-count-retire        pic 9(04).
           05 ckpt-school-code         pic x(02).
           05 ckpt-school-tallies      pic x(342).

       fd  scales-file.
       01  scales-record.
       fd  subject-master-file.
           copy subjmast.

       fd  coef-master-file.
           copy coefmast.

       fd  option-group-file.
           copy optgroup.

       fd  option-enrol-file.
           copy enrolopt.

       fd  incompletes-file.
       01  incompletes-line pic x(72).

           05 rlc-event         pic x(05).
           05 filler            pic x.
           05 rlc-business-date pic x(08).
           05 filler            pic x(25).
           05 rlc-records-written pic 9(07).
           05 filler            pic x(05).

      *> the supervisor's one-shot authorization for a deliberate
      *> re-run of an already-completed business date.
       01  session-record.
           05 so-operator-id pic x(08).

      *> one card naming the school tonight's run grades; "**" or
      *> no card at all grades every school on the extract.
       fd  school-select-file.
       01  school-select-record.
           05 ss-select-code pic x(02).

       fd  partition-file.
           copy gradepart.

      *> a partition's history postings, held for the merge step to
      *> post to HISTORY.DAT in the night's order -- the partitions
      *> run side by side and the history file takes one writer.
       fd  history-stage-file.
       01  history-stage-record pic x(117).

       fd  notify-stage-file.
           copy notifstage.

       fd  exception-stage-file.
           copy excstage.

       working-storage section.

           copy lockfields.
           77 skip-to-restart         pic x value "N".
               88 skip-in-progress value "Y".

      *> school-code/class-code/term-code/student-id concatenated,
      *> in that order, so a single comparison against the
      *> checkpointed position honors the same school and class/term
      *> major breaks the file itself is sorted by -- student-id
      *> alone isn't unique across classes.
           77 restart-key             pic x(16) value spaces.
           77 current-record-key      pic x(16).

      *> the control breaks assume the input arrives sorted by
      *> school-code, class-code, term-code, student-id -- this
      *> check enforces it, stopping the run rather than producing
      *> quietly wrong MOY CLASSE subtotals from an unsorted
      *> extract. the sanctioned fix is the studsort step ahead of
      *> this one.
           77 prev-sequence-key pic x(16) value low-values.
           77 sequence-error    pic x value "N".
               88 out-of-sequence value "Y".

           77 honor-count     pic 9(04) value zero.
           77 probation-count pic 9(04) value zero.

      *> a family that refused honor roll publication on the consent
      *> master keeps the student off the list; consentchk books the
      *> exclusion and the count goes on a second trailer line.
           copy consentfields.
           77 honor-withheld  pic 9(04) value zero.

      *> the final run tells each family its results are out
      *> through the notification queue; notifyq asks the consent
      *> master itself.
           copy notifyfields.

           01 roll-detail.
               05 filler            pic x      value space.
               05 rl-class-code     pic x(05).
           77 class-sum-coef      pic 9(05) value zero.
           77 class-avg           pic 99v99 value zero.

      *> the school is the outermost break: each school's students
      *> land under a heading of their own on every report, and the
      *> mention bands are tallied per school as well as for the
      *> night, so two schools sharing the batch window never mix.
      *> a card on SCHOOL-SELECT.DAT limits the run to one school;
      *> the other schools' records are passed over and counted.
           copy schoolfields.
           77 school-select-status pic xx.
           77 select-school-code pic x(02) value "**".
               88 grade-every-school value "**".
           77 other-school-count pic 9(05) value zero.
           77 prev-school-code pic x(02) value spaces.
           77 school-started pic x value "N".
               88 school-has-started value "Y".
           77 school-tally-slot pic 9(02) value zero.
           77 school-tally-idx  pic 9(02).

           01 school-tally-table.
               05 school-tally-count pic 9(02) value zero.
               05 school-tally-entry occurs 10 times.
                   10 st-school-code      pic x(02).
                   10 st-count-students   pic 9(04).
                   10 st-count-parfait    pic 9(04).
                   10 st-count-bien       pic 9(04).
                   10 st-count-assez-bien pic 9(04).
                   10 st-count-passable   pic 9(04).
                   10 st-count-echec      pic 9(04).
                   10 st-count-incomplet  pic 9(04).
                   10 st-count-retire     pic 9(04).

           01 school-heading.
               05 filler            pic x      value space.
               05 sh-label          pic x(06)  value "ECOLE ".
               05 sh-school-code    pic x(02).
               05 filler            pic x      value space.
               05 sh-school-name    pic x(30).

      *> a partition run grades only the classes in its class-code
      *> range on GRADE-PARTITIONS.DAT and writes every report under
      *> its own name -- TRANSCRIPT-P1.DAT for partition P1, and so
      *> on -- with a checkpoint of its own, so the partitions can
      *> run side by side and each restarts by itself. its history
      *> postings, results notices, boundary exceptions and summary
      *> history are staged the same way -- it takes neither the
      *> history lock, the message counter nor the exception master
      *> -- and the grademerge step puts the partitions back
      *> together in the order a whole-cohort run writes them.
           77 partition-file-status pic xx.
           77 history-stage-status  pic xx.
           77 notify-stage-status   pic xx.
           77 exception-stage-status pic xx.
           77 partition-id pic x(02) value spaces.
               88 whole-cohort-run value spaces.
           77 partition-found pic x value "N".
           77 end-of-partitions pic x value "N".
           77 partition-class-from pic x(05) value spaces.
           77 partition-class-to   pic x(05) value spaces.
           77 other-partition-count pic 9(05) value zero.
           77 runlog-name pic x(20) value "conditions".
           77 file-stem       pic x(16).
           77 built-file-name pic x(24).

           77 transcript-file-name   pic x(24) value "TRANSCRIPT.DAT".
           77 exceptions-file-name   pic x(24) value "EXCEPTIONS.DAT".
           77 grade-report-file-name pic x(24)
               value "GRADE-REPORT.DAT".
           77 checkpoint-file-name   pic x(24)
               value "GRADE-CHECKPOINT.DAT".
           77 history-seq-file-name  pic x(24) value "HISTORY-SEQ.DAT".
           77 history-stage-file-name pic x(24) value spaces.
           77 notify-stage-file-name pic x(24) value spaces.
           77 exception-stage-file-name pic x(24) value spaces.
           77 orphan-file-name       pic x(24) value "ORPHANS.DAT".
           77 incompletes-file-name  pic x(24) value "INCOMPLETES.DAT".
           77 honor-roll-file-name   pic x(24) value "HONOR-ROLL.DAT".
           77 probation-file-name    pic x(24) value "PROBATION.DAT".
           77 leavers-file-name      pic x(24) value "LEAVERS.DAT".
           77 summary-history-file-name pic x(24)
               value "SUMMARY-HISTORY.DAT".

      *> boundary exceptions also land on the persistent master with
      *> a NEW status for the counselors' disposition workflow -- an
      *> already-open case is left as it stands, and a CLOSED case
           77 subject-on-catalog pic x value "N".
               88 subject-is-catalogued value "Y".

      *> the coefficient master, when one exists, weighs every note:
      *> the version in force on the business date replaces the coef
      *> the registrar keyed, cached per class/subject since a class's
      *> records arrive together. no version keeps the keyed coef.
           77 coef-master-status pic xx.
           77 coef-master-available pic x value "N".
               88 coef-master-is-available value "Y".
           77 cached-coef-key pic x(10) value low-values.
           77 current-coef-key pic x(10).
           77 cached-master-coef pic 9(02) value zero.

      *> an option group's subject is expected only of the students
      *> confirmed into the group for the term; with no option
      *> master on file every subject is expected of everyone.
           77 option-group-status pic xx.
           77 option-enrol-status pic xx.
           77 options-available pic x value "N".
               88 options-are-available value "Y".
           77 enrol-file-available pic x value "N".
               88 enrol-file-is-available value "Y".
           77 option-expected pic x.
               88 subject-is-expected value "Y".

           01 current-scale.
               05 cs-passable-min pic 9(02)v99.
               05 cs-assez-min    pic 9(02)v99.
      *> school, so the page can say so.
               05 filler            pic x(01)  value space.
               05 td-external       pic x(01).
      *> the school the line was graded under, for the readers that
      *> split or head their output per school.
               05 td-school-code    pic x(02).

           01 summary-detail.
               05 filler            pic x      value space.
               05 ed-message        pic x(25) value
                   "near grade boundary".

      *> the step's parameter, in the layout PARM= hands a job step:
      *> a partition id runs this step as that one partition of a
      *> partitioned night, each partition with its own; no
      *> parameter, or an empty one, grades the whole cohort.
       linkage section.
       01  step-parm.
           05 sp-parm-length  pic s9(04) binary.
           05 sp-partition-id pic x(02).

       procedure division using step-parm.

           perform read-grade-mode.

           perform read-partition-parm.

           perform write-runlog-start.

           if not whole-cohort-run and partition-found = "N"
               display "error: partition " partition-id
                   " is not on GRADE-PARTITIONS.DAT"
      *> non-zero so a calling job step can detect the missing
      *> partition -- grading a guessed range would lose classes.
               move 8 to return-code
               perform write-runlog-end
               goback
           end-if.

           perform read-session-operator.

           perform read-site-params.

           perform read-lang-flag.

           perform read-school-select.

           perform open-scale-master.
           if not scale-master-is-available
               perform load-scale-table

           perform open-subject-master.

           perform open-option-files.

           open input coef-master-file.
           if coef-master-status = "00"
               move "Y" to coef-master-available
           end-if.

           perform load-absences.

           perform load-transfer-ins.
           if not interim-mode
               perform read-checkpoint

               if whole-cohort-run
                   perform acquire-history-lock

                   perform open-history-files
               else
                   perform open-history-stage
               end-if

               if rerun-is-authorized
                   perform write-rerun-history
               end-if

               if whole-cohort-run
                   perform open-exception-master
               end-if
           end-if.

           perform open-student-master.
               call "filestat" using fs-file-name fs-status-code
                   fs-program fs-return-code
               move fs-return-code to return-code
               if not interim-mode and whole-cohort-run
                   perform release-history-lock
               end-if
               perform write-runlog-end

           open output transcript-file.

      *> a partition leaves the marker to the merge, which writes it
      *> once ahead of every partition's lines.
           if interim-mode and whole-cohort-run
               perform write-provisional-marker
           end-if.
           open output exceptions-file.
               read students-file
                   at end move "Y" to end-of-students
                   not at end
                       if not grade-every-school
                               and school-code not = select-school-code
                           add 1 to other-school-count
                       else
                           if not whole-cohort-run
                                   and (class-code
                                           < partition-class-from
                                       or class-code
                                           > partition-class-to)
                               add 1 to other-partition-count
                           else
                               if skip-in-progress
                                   perform skip-or-resume-record
                               else
                                   perform process-student-record
                               end-if
                           end-if
                       end-if
               end-read
           end-perform.
               close subject-master-file
           end-if.

           if options-are-available
               close option-group-file
           end-if.
           if enrol-file-is-available
               close option-enrol-file
           end-if.

           if coef-master-is-available
               close coef-master-file
           end-if.

           if not interim-mode
               perform close-history-files

               if whole-cohort-run
                   perform release-history-lock
                   close exception-master-file
               end-if
           end-if.

           if refused-count > zero
                   refused-count
           end-if.

           if other-school-count > zero
               display "records of other schools passed over: "
                   other-school-count
           end-if.

           if other-partition-count > zero
               display "records of other partitions passed over: "
                   other-partition-count
           end-if.

           if orphan-count > zero
               display "students missing from master: " orphan-count
      *> non-zero so a calling job step can detect the orphans --

      *> a provisional run logs under its own name, so the real
      *> end-of-term run's duplicate-run guard never mistakes a
      *> mid-term interim pass for the night's grading; a partition
      *> logs under its own, conditions-P1 and so on, so the merge
      *> can tell which partitions have finished.
           if interim-mode
               move "conditions-interim" to rl-program-name
           else
               move runlog-name to rl-program-name
           end-if.
           move "START" to rl-event.
           move zero to rl-records-read.
           if interim-mode
               move "conditions-interim" to rl-program-name
           else
               move runlog-name to rl-program-name
           end-if.
           move "END" to rl-event.
           move count-students to rl-records-read.
      *> a class/term, not across the whole file.
       skip-or-resume-record.

           string school-code delimited by size
                  class-code delimited by size
                  term-code  delimited by size
                  student-id delimited by size
               into current-record-key.
      *> it here, or INCOMPLET detection stays silently off for the
      *> rest of the interrupted class.
               perform load-expected-subjects
      *> the report files were opened afresh, so a resume inside the
      *> checkpointed school heads its section again; a resume that
      *> lands on the next school takes the ordinary school break.
               if school-code = prev-school-code
                   perform resume-school-section
               end-if
               perform process-student-record
           end-if.

                       move ckpt-count-students   to count-students
                       move ckpt-count-incomplet  to count-incomplet
                       move ckpt-count-retire     to count-retire
                       move ckpt-school-code to prev-school-code
                       move ckpt-school-tallies to school-tally-table
                       string ckpt-school-code delimited by size
                              ckpt-class-code delimited by size
                              ckpt-term-code  delimited by size
                              ckpt-last-student-id delimited by size
                           into restart-key
               move count-students   to ckpt-count-students
               move count-incomplet  to ckpt-count-incomplet
               move count-retire     to ckpt-count-retire
               move prev-school-code to ckpt-school-code
               move school-tally-table to ckpt-school-tallies
               open output checkpoint-file
               write checkpoint-record
               close checkpoint-file
           move zero to ckpt-count-students
           move zero to ckpt-count-incomplet
           move zero to ckpt-count-retire
           move spaces to ckpt-school-code
           move zero to ckpt-school-tallies
           open output checkpoint-file
           write checkpoint-record
           close checkpoint-file.
           end-if.

      *> scans the run log for a completed grading END on tonight's
      *> business date -- a whole-cohort run, this same partition,
      *> or a merge that posted a partitioned night; when one
      *> exists, only the one-shot override card lets the re-run
      *> through, and the card is consumed.
       check-duplicate-run.

           open input run-log-check-file.
                   read run-log-check-file
                       at end move "Y" to run-log-check-eof
                       not at end
                           if (rlc-program-name = "conditions"
                                   or rlc-program-name = runlog-name
                                   or (rlc-program-name = "grademerge"
                                       and rlc-records-written > zero))
                                   and rlc-event = "END"
                                   and rlc-business-date
                                       = business-date
           move transcript-detail to transcript-line.
           write transcript-line.

      *> the partition parameter, when the step was given one, and
      *> the partition's class-code range from GRADE-PARTITIONS.DAT.
      *> a call from the menu passes nothing at all.
       read-partition-parm.

           if address of step-parm not = null
               if sp-parm-length > zero
                   move sp-partition-id to partition-id
               end-if
           end-if.

           if not whole-cohort-run
               open input partition-file
               if partition-file-status = "00"
                   perform until end-of-partitions = "Y"
                       read partition-file
                           at end move "Y" to end-of-partitions
                           not at end
                               if gp-partition-id = partition-id
                                   move "Y" to partition-found
                                   move gp-class-from
                                       to partition-class-from
                                   move gp-class-to
                                       to partition-class-to
                               end-if
                       end-read
                   end-perform
                   close partition-file
               end-if
               perform name-partition-files
           end-if.

           if partition-found = "Y"
               display "grading partition " partition-id
                   ", classes " partition-class-from
                   " to " partition-class-to
           end-if.

       name-partition-files.

           move spaces to runlog-name.
           string "conditions-" delimited by size
                  partition-id delimited by space
               into runlog-name.

           move "TRANSCRIPT" to file-stem.
           perform build-partition-file-name.
           move built-file-name to transcript-file-name.

           move "EXCEPTIONS" to file-stem.
           perform build-partition-file-name.
           move built-file-name to exceptions-file-name.

           move "GRADE-REPORT" to file-stem.
           perform build-partition-file-name.
           move built-file-name to grade-report-file-name.

           move "GRADE-CHECKPOINT" to file-stem.
           perform build-partition-file-name.
           move built-file-name to checkpoint-file-name.

           move "HISTORY-SEQ" to file-stem.
           perform build-partition-file-name.
           move built-file-name to history-seq-file-name.

           move "HISTORY-STAGE" to file-stem.
           perform build-partition-file-name.
           move built-file-name to history-stage-file-name.

           move "NOTIFY-STAGE" to file-stem.
           perform build-partition-file-name.
           move built-file-name to notify-stage-file-name.

           move "EXCEPTION-STAGE" to file-stem.
           perform build-partition-file-name.
           move built-file-name to exception-stage-file-name.

           move "ORPHANS" to file-stem.
           perform build-partition-file-name.
           move built-file-name to orphan-file-name.

           move "INCOMPLETES" to file-stem.
           perform build-partition-file-name.
           move built-file-name to incompletes-file-name.

           move "HONOR-ROLL" to file-stem.
           perform build-partition-file-name.
           move built-file-name to honor-roll-file-name.

           move "PROBATION" to file-stem.
           perform build-partition-file-name.
           move built-file-name to probation-file-name.

           move "LEAVERS" to file-stem.
           perform build-partition-file-name.
           move built-file-name to leavers-file-name.

           move "SUMMARY-HISTORY" to file-stem.
           perform build-partition-file-name.
           move built-file-name to summary-history-file-name.

      *> TRANSCRIPT plus partition P1 names TRANSCRIPT-P1.DAT.
       build-partition-file-name.

           move spaces to built-file-name.
           string file-stem delimited by space
                  "-" delimited by size
                  partition-id delimited by space
                  ".DAT" delimited by size
               into built-file-name.

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

           if not grade-every-school
               display "grading school " select-school-code " only"
           end-if.

      *> the school break closes whatever the last school left open
      *> -- the student, the class/term, the honor and probation
      *> trailers -- before the next school's section is headed.
       change-school.

           if prev-student-id not = spaces
               perform finalize-average
               move spaces to prev-student-id
           end-if.

           if prev-class-code not = spaces
               perform finalize-class-term
               move spaces to prev-class-code
           end-if.

           if school-has-started
               perform write-roll-totals
           end-if.

           move school-code to prev-school-code.
           perform resume-school-section.

       resume-school-section.

           move "Y" to school-started.
           perform find-school-tally-slot.
           perform write-school-headings.

       find-school-tally-slot.

           move zero to school-tally-slot.
           perform varying school-tally-idx from 1 by 1
                   until school-tally-idx > school-tally-count
               if st-school-code(school-tally-idx) = prev-school-code
                   move school-tally-idx to school-tally-slot
               end-if
           end-perform.

           if school-tally-slot = zero
               if school-tally-count < 10
                   add 1 to school-tally-count
                   move school-tally-count to school-tally-slot
                   move prev-school-code
                       to st-school-code(school-tally-slot)
                   move zero to st-count-students(school-tally-slot)
                   move zero to st-count-parfait(school-tally-slot)
                   move zero to st-count-bien(school-tally-slot)
                   move zero to st-count-assez-bien(school-tally-slot)
                   move zero to st-count-passable(school-tally-slot)
                   move zero to st-count-echec(school-tally-slot)
                   move zero to st-count-incomplet(school-tally-slot)
                   move zero to st-count-retire(school-tally-slot)
               else
                   display "error: more than 10 schools -- school "
                       prev-school-code " left out of the per-school"
                       " summary"
      *> high enough that the JCL holds every later step.
                   move 8 to return-code
               end-if
           end-if.

       find-school-name.

           call "schoolinfo" using sf-school-code sf-school-name
               sf-estab-number sf-found.
           move sf-school-code to sh-school-code.
           move sf-school-name to sh-school-name.

      *> every report but the transcript, which carries the school on
      *> each line instead, gets the heading at the top of the
      *> school's section.
       write-school-headings.

           move prev-school-code to sf-school-code.
           perform find-school-name.

           move school-heading to exceptions-line.
           write exceptions-line.
           move school-heading to orphan-line.
           write orphan-line.
           move school-heading to incompletes-line.
           write incompletes-line.
           move school-heading to honor-roll-line.
           write honor-roll-line.
           move school-heading to probation-line.
           write probation-line.
           move school-heading to leavers-line.
           write leavers-line.

       read-lang-flag.

           open input lang-file.

       close-history-files.

           if whole-cohort-run
               close history-file
           else
               close history-stage-file
               close notify-stage-file
               close exception-stage-file
           end-if.
           perform persist-history-seq.

      *> a fresh partition run starts its staged postings, notices,
      *> boundary exceptions and summary history over. a restart
      *> carries on after what the interrupted run staged, with the
      *> sequence restored from the partition's own counter, so the
      *> students graded a second time after the last checkpoint
      *> stage their postings and notices under the same numbers
      *> again and the merge keeps one of each; an exception staged
      *> twice finds its case already opened and is left alone.
       open-history-stage.

           move zero to history-seq.

           if skip-in-progress
               open input history-seq-file
               if history-seq-status = "00"
                   read history-seq-file
                       not at end move hsr-last-seq to history-seq
                   end-read
                   close history-seq-file
               end-if
               open extend history-stage-file
               if history-stage-status = "35"
                   open output history-stage-file
               end-if
               open extend notify-stage-file
               if notify-stage-status = "35"
                   open output notify-stage-file
               end-if
               open extend exception-stage-file
               if exception-stage-status = "35"
                   open output exception-stage-file
               end-if
           else
               open output history-stage-file
               open output notify-stage-file
               open output exception-stage-file
               open output summary-history-file
               close summary-history-file
           end-if.

       persist-history-seq.

           move history-seq to hsr-last-seq.
      *> existing entry.
       write-history-with-retry.

      *> a partition stages the posting for the merge instead, which
      *> numbers it on HISTORY.DAT.
           if whole-cohort-run
               move "N" to history-write-done
           else
               move history-record to history-stage-record
               write history-stage-record
               move "Y" to history-write-done
           end-if.
           perform until history-write-done = "Y"
               write history-record
                   invalid key
                  "/" delimited by size
                  prev-term-code delimited by size
                  into hr-identifier.
           move prev-school-code to hr-school-code.
           move "AVERAGE" to hr-label-1.
           move weighted-avg to hr-value-1.
           move prev-class-code to hr-label-2.
      *> MOYCLASSE rather than AVERAGE, so readers of the history can
      *> tell a class/term subtotal from a student average without
      *> guessing at the identifier's shape.
           move prev-school-code to hr-school-code.
           move "MOYCLASSE" to hr-label-1.
           move class-avg to hr-value-1.

               move "Y" to subject-master-available
           end-if.

      *> START NOT GREATER THAN lands on the version with the greatest
      *> effective-from at or before the business date, the same
      *> dated-version read the scale master gets.
       apply-master-coef.

           string class-code delimited by size
                  subject-id delimited by size
                  into current-coef-key.

           if current-coef-key not = cached-coef-key
               move current-coef-key to cached-coef-key
               move zero to cached-master-coef
               move class-code to cf-class-code
               move subject-id to cf-subject-id
               move business-date to cf-effective-from
               start coef-master-file
                       key is not greater than cf-coef-key
                   invalid key continue
                   not invalid key
                       read coef-master-file next record
                           at end continue
                           not at end
                               if cf-class-code = class-code
                                       and cf-subject-id = subject-id
                                   move cf-coef to cached-master-coef
                               end-if
                       end-read
               end-start
           end-if.

           if cached-master-coef > zero
               move cached-master-coef to coef
           end-if.

      *> both option files are optional: no option master expects
      *> every subject of everyone, no enrolment file nobody in one.
       open-option-files.

           open input option-group-file.
           if option-group-status = "00"
               move "Y" to options-available
               open input option-enrol-file
               if option-enrol-status = "00"
                   move "Y" to enrol-file-available
               end-if
           end-if.

      *> keyed read of the subject catalog, cached per subject-id --
      *> the caller sets lookup-subject-id and takes the name from
      *> subject-name, spaces when the id is not catalogued. the

       process-student-record.

           string school-code delimited by size
                  class-code delimited by size
                  term-code  delimited by size
                  student-id delimited by size
               into current-record-key.

           move current-record-key to prev-sequence-key.

           if school-code not = prev-school-code
                   or not school-has-started
               perform change-school
           end-if.

           if class-code not = prev-class-code
                   or term-code not = prev-term-code
               if prev-student-id not = spaces
               move student-status to leaving-status
           end-if.

           if coef-master-is-available
               perform apply-master-coef
           end-if.

           perform evaluate-student.

           perform mark-subject-seen.
           move prev-class-code to td-class-code.
           move prev-term-code to td-term-code.
           move prev-student-id to td-student-id.
           move prev-school-code to td-school-code.
           move weighted-avg to td-note.
           evaluate true
               when student-has-left
               perform get-next-history-seq
               perform write-history-record

               perform queue-results-message

               perform write-checkpoint
           end-if.

       queue-results-message.

           move "S" to nf-recipient-kind.
           move prev-student-id to nf-recipient-id.
           move "RES" to nf-source.
           move prev-term-code to nf-reference.
           move spaces to nf-text.
           if lang-is-french
               string "RESULTATS DU TERME " delimited by size
                      prev-term-code delimited by size
                      " PUBLIES - " delimited by size
                      student-name delimited by size
                      into nf-text
           else
               string "TERM " delimited by size
                      prev-term-code delimited by size
                      " RESULTS PUBLISHED - " delimited by size
                      student-name delimited by size
                      into nf-text
           end-if.
           move "conditions" to nf-program.

      *> a partition stages the notice for the merge instead, which
      *> queues the partitions' notices in the night's order.
           if whole-cohort-run
               call "notifyq" using nf-recipient-kind nf-recipient-id
                   nf-source nf-reference nf-text nf-program nf-queued
           else
               move history-seq to ns-history-seq
               move nf-recipient-kind to ns-recipient-kind
               move nf-recipient-id to ns-recipient-id
               move nf-source to ns-source
               move nf-reference to ns-reference
               move nf-text to ns-text
               write notify-stage-record
           end-if.

      *> tallies this student's final average into the end-of-night
      *> control report's per-mention counts -- classified against the
      *> same per-class SCALES.DAT boundaries evaluate-student used for
                   end-evaluate
           end-evaluate.

           if school-tally-slot > zero
               perform tally-school-mention
           end-if.

      *> the same bands again on the school's own line of the
      *> table, from the mention tally-student-mention just set.
       tally-school-mention.

           add 1 to st-count-students(school-tally-slot).

           evaluate true
               when student-has-left
                   add 1 to st-count-retire(school-tally-slot)
               when student-is-incomplete
                   add 1 to st-count-incomplet(school-tally-slot)
               when mention = "PARFAIT"
                   add 1 to st-count-parfait(school-tally-slot)
               when mention = "BIEN"
                   add 1 to st-count-bien(school-tally-slot)
               when mention = "ASSEZ BIEN"
                   add 1 to st-count-assez-bien(school-tally-slot)
               when mention = "PASSABLE"
                   add 1 to st-count-passable(school-tally-slot)
               when other
                   add 1 to st-count-echec(school-tally-slot)
           end-evaluate.

      *> honor roll at or above the class's bien threshold, probation
      *> below its passable threshold -- the same cut points the
      *> student's mention was just tallied against, or the built-in
               if (scale-was-found and weighted-avg >= cs-bien-min)
                       or (not scale-was-found
                           and weighted-avg >= 14)
                   perform write-honor-line
               end-if
               if (scale-was-found and weighted-avg < cs-passable-min)
                       or (not scale-was-found
               end-if
           end-if.

       write-honor-line.

           move prev-student-id to cf-student-id.
           move "H" to cf-use.
           move "conditions" to cf-program.
           call "consentchk" using cf-student-id cf-use cf-program
               cf-allowed.

           if cf-allowed = "N"
               add 1 to honor-withheld
           else
               add 1 to honor-count
               move roll-detail to honor-roll-line
               write honor-roll-line
           end-if.

      *> the leavers section of the run's reports: who left, with the
      *> average their partial grades still earn them.
       write-leaver-line.
           move leaver-detail to leavers-line.
           write leavers-line.

      *> trailer counts that tie back to the grade summary report,
      *> one set per school section, matching that school's block:
      *> the honor roll's total equals BIEN plus PARFAIT, and the
      *> probation list's total equals ECHEC plus the students put
      *> there by the unjustified-absence threshold alone. students
      *> withheld on consent are counted on a TOTAL RETENU line, so
      *> the two honor roll lines together still tie back.
       write-roll-totals.

           move spaces to roll-total-detail.
           move roll-total-detail to honor-roll-line.
           write honor-roll-line.

           if honor-withheld > zero
               move spaces to roll-total-detail
               move "TOTAL RETENU" to rt-label
               move honor-withheld to rt-count
               move roll-total-detail to honor-roll-line
               write honor-roll-line
           end-if.

           move spaces to roll-total-detail.
           move "TOTAL" to rt-label.
           move probation-count to rt-count.
           move roll-total-detail to probation-line.
           write probation-line.

           move zero to honor-count.
           move zero to honor-withheld.
           move zero to probation-count.

      *> the subjects the scales define for this class are the ones
      *> every student of the class is expected to carry a note for.
       load-expected-subjects.
      *> were never enrolled here for, not a gap to chase.
               if es-seen(expected-idx) = "N"
                       and not student-is-transfer-in
                   perform check-option-expected
               end-if
               if es-seen(expected-idx) = "N"
                       and not student-is-transfer-in
                       and subject-is-expected
                   if interim-mode
                       perform write-en-cours-line
                   else
               end-if
           end-perform.

      *> an option group's subject missing for a student outside the
      *> group is a subject they never took, not a gap to chase.
       check-option-expected.

           move "Y" to option-expected.

           if options-are-available
               move es-subject-id(expected-idx) to og-subject-id
               read option-group-file
                   invalid key continue
                   not invalid key
                       move "N" to option-expected
                       if enrol-file-is-available
                           move prev-student-id to oe-student-id
                           move prev-term-code  to oe-term-code
                           move es-subject-id(expected-idx)
                               to oe-subject-id
                           read option-enrol-file
                               invalid key continue
                               not invalid key
                                   if oe-is-confirmed
                                       move "Y" to option-expected
                                   end-if
                           end-read
                       end-if
               end-read
           end-if.

      *> mid-term, a subject not yet graded is simply not graded
      *> yet: an EN COURS line takes its place on the provisional
      *> bulletin, note and coef left blank, and the student is not
           move prev-class-code to td-class-code.
           move prev-term-code  to td-term-code.
           move prev-student-id to td-student-id.
           move prev-school-code to td-school-code.
           move "EN COURS" to td-mention.

           move prev-student-id to lookup-student-id.
           write transcript-line.

      *> one-page end-of-night control report: how many students
      *> landed in each mention, school by school under each school's
      *> heading, then across the whole grading batch. the night's
      *> block comes last, so its plain TOTAL line stays the last
      *> one on the page for the readers that tie back to it.
       write-grade-summary-report.

           open output grade-report-file.

           perform write-school-summary
               varying school-tally-idx from 1 by 1
               until school-tally-idx > school-tally-count.

           move spaces to summary-detail.
           move "TOTAL" to sd-label.
           move count-students to sd-count.

           close grade-report-file.

      *> one school's block of the control report, labelled TOTAL
      *> ECOLE so it is never taken for the night's TOTAL.
       write-school-summary.

           move st-school-code(school-tally-idx) to sf-school-code.
           perform find-school-name.
           move school-heading to grade-report-line.
           write grade-report-line.

           move spaces to summary-detail.
           move "TOTAL ECOLE" to sd-label.
           move st-count-students(school-tally-idx) to sd-count.
           move summary-detail to grade-report-line.
           write grade-report-line.

           move spaces to summary-detail.
           move "PARFAIT" to sd-label.
           move st-count-parfait(school-tally-idx) to sd-count.
           move summary-detail to grade-report-line.
           write grade-report-line.

           move spaces to summary-detail.
           move "BIEN" to sd-label.
           move st-count-bien(school-tally-idx) to sd-count.
           move summary-detail to grade-report-line.
           write grade-report-line.

           move spaces to summary-detail.
           move "ASSEZ BIEN" to sd-label.
           move st-count-assez-bien(school-tally-idx) to sd-count.
           move summary-detail to grade-report-line.
           write grade-report-line.

           move spaces to summary-detail.
           move "PASSABLE" to sd-label.
           move st-count-passable(school-tally-idx) to sd-count.
           move summary-detail to grade-report-line.
           write grade-report-line.

           move spaces to summary-detail.
           move "ECHEC" to sd-label.
           move st-count-echec(school-tally-idx) to sd-count.
           move summary-detail to grade-report-line.
           write grade-report-line.

           move spaces to summary-detail.
           move "INCOMPLET" to sd-label.
           move st-count-incomplet(school-tally-idx) to sd-count.
           move summary-detail to grade-report-line.
           write grade-report-line.

           move spaces to summary-detail.
           move "RETIRE" to sd-label.
           move st-count-retire(school-tally-idx) to sd-count.
           move summary-detail to grade-report-line.
           write grade-report-line.

           move spaces to grade-report-line.
           write grade-report-line.

      *> class/term major-break subtotal: the weighted average across
      *> every note/coef pair seen for this class and term, the same
      *> way finalize-average weights within a single student.
           move prev-class-code to td-class-code.
           move prev-term-code to td-term-code.
           move spaces to td-student-id.
           move prev-school-code to td-school-code.
           move class-avg to td-note.
           move "MOY CLASSE" to td-mention.

      *> a fresh detection opens a NEW case; a case already on the
      *> master -- open or closed -- is left exactly as the
      *> counselors last dispositioned it.
      *> a partition stages the detection for the merge, which posts
      *> it the same way.
       post-exception-to-master.

           if not whole-cohort-run
               move student-id to xs-student-id
               move class-code to xs-class-code
               move term-code  to xs-term-code
               move subject-id to xs-subject-id
               move note to xs-note
               move business-date to xs-detect-date
               write exception-stage-record
           else
               perform post-one-exception
           end-if.

       post-one-exception.

           move student-id to em-student-id.
           move class-code to em-class-code.
           move term-code  to em-term-code.
           move class-code to td-class-code.
           move term-code to td-term-code.
           move student-id to td-student-id.
           move school-code to td-school-code.
           move note to td-note.
           move coef to td-coef.
           move mention to td-mention.
