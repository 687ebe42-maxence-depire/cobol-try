      *> ceiling. the register, the reject listing and the history
      *> entries come out in correction-input order, exactly as the
      *> table version produced them.
      *>
      *> corrections no longer come straight from the teachers' file:
      *> apprsubmit books them to the approval queue and a second
      *> operator approves them on apprmaint. only approved items are
      *> applied, in item-number order; each is marked applied or
      *> failed on the queue afterwards, and the register and the
      *> history trail carry the submitter and the approver beside
      *> the operator who ran the step.
       identification division.
       program-id. gradecorr.

       environment division.
       input-output section.
       file-control.
           select approval-file assign to "APPROVAL-QUEUE.DAT"
               organization indexed
               access mode is dynamic
               record key is aq-item-number
               file status is approval-file-status.

           select students-file assign to "STUDENTS.DAT"
               organization line sequential
               organization line sequential
               file status is term-close-status.

           select student-master-file assign to "STUDENT-MASTER.DAT"
               organization indexed
               access mode is dynamic
               record key is sm-student-id
               file status is student-master-status.

       data division.
       file section.
       fd  approval-file.
           copy apprqueue.

       fd  students-file.
       01  students-record.
           copy studrec.

       fd  new-students-file.
       01  new-students-record pic x(28).

       fd  register-file.
       01  register-line pic x(80).

       fd  reject-file.
       01  reject-line pic x(60).
           05 tc-operator   pic x(08).
           05 tc-date       pic x(08).

       fd  student-master-file.
           copy studmast.

       working-storage section.

      *> the business date this program's history entries book to,
           77 session-file-status pic xx.
           77 session-operator pic x(08) value spaces.

           77 approval-file-status    pic xx.
           77 students-file-status    pic xx.
           77 history-file-status     pic xx.
           77 history-seq-status      pic xx.
           77 end-of-corrections pic x value "N".
               88 no-more-corrections value "Y".

      *> an approved correction's payload: the GRADE-CORRECTIONS.DAT
      *> record image as it was submitted.
           01 corrections-record.
               05 cx-action     pic x(01).
                   88 cx-is-add    value "A".
                   88 cx-is-change value "C".
                   88 cx-is-delete value "D".
               05 cx-student-id pic x(05).
               05 cx-class-code pic x(05).
               05 cx-term-code  pic x(04).
               05 cx-subject-id pic x(05).
               05 cx-note       pic 9(02)v9(02).
               05 cx-coef       pic 9(02).

           77 end-of-students pic x value "N".
               88 no-more-students value "Y".

      *> the corrections in input order, each carrying its verdict:
      *> the school/class/term/student/subject sort key for the
      *> merge -- the school off the student master, since the
      *> submitted image predates the school column -- the
      *> before/after images once applied, and the reject reason
      *> when the merge could not place it.
           77 trans-count pic 9(03) value zero.
                   10 cr-subject-id  pic x(05).
                   10 cr-note        pic 9(02)v9(02).
                   10 cr-coef        pic 9(02).
                   10 cr-school-code pic x(02).
                   10 cr-sort-key    pic x(21).
                   10 cr-applied     pic x(01).
                   10 cr-reason      pic x(30).
                   10 cr-before-note pic 9(02)v9(02).
                   10 cr-before-coef pic 9(02).
                   10 cr-item-number  pic 9(06).
                   10 cr-submitted-by pic x(08).
                   10 cr-approved-by  pic x(08).

      *> the record under the merge cursor, parsed by field, with
      *> its liveness tracked as matching corrections apply in
               05 pa-note       pic 9(02)v9(02).
               05 pa-coef       pic 9(02).
               05 pa-status     pic x(01).
               05 pa-school-code pic x(02).

           77 record-sort-key pic x(21).
           77 record-alive    pic x.
           77 add-duplicate   pic x.

           77 term-closed pic x.
               88 term-is-closed value "Y".

           77 student-master-status pic xx.
           77 master-available pic x value "N".
               88 master-is-available value "Y".

           01 close-table.
               05 close-entry occurs 200 times.
                   10 cls-class-code pic x(05).
               05 filler            pic x(02)  value space.
               05 filler            pic x(06)  value "APRES ".
               05 rg-after-note     pic z9.99.
               05 filler            pic x(02)  value space.
               05 rg-submitted-by   pic x(08).
               05 filler            pic x      value space.
               05 rg-approved-by    pic x(08).

           01 reject-detail.
               05 filler            pic x      value space.
           if trans-overflow = "N"
               perform merge-corrections
               perform write-register-and-rejects
               perform mark-queue-items
           else
               display "corrections left unapplied,"
                   " grading input untouched"
           end-if.

           close approval-file.

           perform release-history-lock.

           display "corrections read:     " trans-read.
           end-if.


      *> the queue stays open i-o to the end of the run so each
      *> item can be marked with its outcome.
       load-corrections.

           open i-o approval-file.
           if approval-file-status not = "00"
      *> the central handler says what broke in plain words, books
      *> it to the run log, and hands back the standard code.
               move "APPROVAL-QUEUE.DAT" to fs-file-name
               move approval-file-status to fs-status-code
               move "gradecorr" to fs-program
               call "filestat" using fs-file-name fs-status-code
                   fs-program fs-return-code
               goback
           end-if.

           open input student-master-file.
           if student-master-status = "00"
               move "Y" to master-available
           end-if.

           perform until no-more-corrections
               read approval-file next record
                   at end move "Y" to end-of-corrections
                   not at end
                       if aq-is-correction and aq-is-approved
                           move aq-payload to corrections-record
                           perform store-one-correction
                       end-if
               end-read
           end-perform.

           if master-is-available
               close student-master-file
           end-if.

       store-one-correction.

               move cx-subject-id to cr-subject-id(trans-count)
               move cx-note       to cr-note(trans-count)
               move cx-coef       to cr-coef(trans-count)
               move spaces to cr-school-code(trans-count)
               if master-is-available
                   move cx-student-id to sm-student-id
                   read student-master-file
                       invalid key continue
                       not invalid key
                           move sm-school-code
                               to cr-school-code(trans-count)
                   end-read
               end-if
               string cr-school-code(trans-count) delimited by size
                      cx-class-code delimited by size
                      cx-term-code  delimited by size
                      cx-student-id delimited by size
                      cx-subject-id delimited by size
               move spaces to cr-reason(trans-count)
               move zero to cr-before-note(trans-count)
               move zero to cr-before-coef(trans-count)
               move aq-item-number to cr-item-number(trans-count)
               move aq-submitted-by to cr-submitted-by(trans-count)
               move aq-approved-by to cr-approved-by(trans-count)
           end-if.

       load-close-register.
               call "filestat" using fs-file-name fs-status-code
                   fs-program fs-return-code
               move fs-return-code to return-code
               close approval-file
               perform release-history-lock
               goback
           end-if.

           move students-record to parsed-student.

           string pa-school-code delimited by size
                  pa-class-code delimited by size
                  pa-term-code  delimited by size
                  pa-student-id delimited by size
                  pa-subject-id delimited by size
                           move cr-note(trans-idx) to pa-note
                           move cr-coef(trans-idx) to pa-coef
                           move "A" to pa-status
                           move cr-school-code(trans-idx)
                               to pa-school-code
                           move "Y" to record-alive
                           move zero
                               to cr-before-note(trans-idx)

      *> every unplaced ADD with a key ahead of the cursor goes in
      *> now, in correction order -- which keeps the new file in
      *> the school/class/term/student/subject order the grading
      *> run's control breaks rely on. a second ADD for a key this
      *> run already inserted is the duplicate it always was.
       insert-pending-adds.

           perform varying trans-idx from 1 by 1
                   move cr-coef(trans-idx)
                       to new-students-record(24:2)
                   move "A" to new-students-record(26:1)
                   move cr-school-code(trans-idx)
                       to new-students-record(27:2)
                   write new-students-record
                   move zero to cr-before-note(trans-idx)
                   move zero to cr-before-coef(trans-idx)
           move cr-subject-id(trans-idx) to rg-subject-id.
           move cr-before-note(trans-idx) to rg-before-note.
           move cr-note(trans-idx)       to rg-after-note.
           move cr-submitted-by(trans-idx) to rg-submitted-by.
           move cr-approved-by(trans-idx) to rg-approved-by.
           move register-detail to register-line.
           write register-line.

           move reject-detail to reject-line.
           write reject-line.

      *> every item this run took off the queue is closed out:
      *> applied, or failed with its reason on the reject listing.
       mark-queue-items.

           perform varying trans-idx from 1 by 1
                   until trans-idx > trans-count
               move cr-item-number(trans-idx) to aq-item-number
               read approval-file
                   invalid key
                       display "error: queue item missing: "
                           cr-item-number(trans-idx)
                   not invalid key
                       if cr-applied(trans-idx) = "Y"
                           move "D" to aq-status
                       else
                           move "F" to aq-status
                       end-if
                       move business-date to aq-applied-date
                       rewrite approval-item-record
                           invalid key
                               display "error: rewrite failed"
                       end-rewrite
               end-read
           end-perform.

      *> the corrected copy replaces the live grading input in a
      *> second sequential pass, the same recovery story the
      *> transcript's own rewrite has.
           move spaces to history-record.
           move business-date to hr-run-date.
           move history-seq to hr-run-seq.
           move cr-school-code(trans-idx) to hr-school-code.
           move session-operator to hr-operator.
           move "gradecorr" to hr-program-name.
           string cr-student-id(trans-idx) delimited by size
               open output history-file
           end-if.
           perform write-history-with-retry.

      *> the dual-control companion entry under the same identifier:
      *> the queue item, who submitted it and who approved it.
           perform get-next-history-seq.
           move spaces to history-record.
           move business-date to hr-run-date.
           move history-seq to hr-run-seq.
           move cr-school-code(trans-idx) to hr-school-code.
           move session-operator to hr-operator.
           move "gradecorr" to hr-program-name.
           string cr-student-id(trans-idx) delimited by size
                  "/" delimited by size
                  cr-term-code(trans-idx) delimited by size
                  into hr-identifier.
           move "SOUMIS" to hr-label-1.
           move cr-item-number(trans-idx) to hr-value-1.
           move cr-submitted-by(trans-idx) to hr-label-2.
           move zero to hr-value-2.
           move cr-approved-by(trans-idx) to hr-label-3.
           move zero to hr-value-3.
           perform write-history-with-retry.

           close history-file.

       write-history-with-retry.
