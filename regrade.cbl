      *> the class's MOY CLASSE line is stamped A RECALCULER rather
      *> than silently left stale, and the student's rank is blanked;
      *> re-running the ranking step refreshes both views.
      *>
      *> the request comes off the approval queue, not straight from
      *> the REGRADE-REQUEST.DAT card: apprsubmit or an upheld appeal
      *> books it, a second operator approves it on apprmaint, and
      *> this run takes the oldest approved regrade. the item is
      *> marked applied, or failed when the student has no records
      *> or no MOYENNE line on the transcript to carry the new one;
      *> a closed term leaves it approved for after the re-open. the
      *> history trail carries the submitter and the approver.
       identification division.
       program-id. regrade.

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

       data division.
       file section.
       fd  approval-file.
           copy apprqueue.

       fd  students-file.
       01  students-record.
           copy studrec.

       fd  transcript-file.
       01  transcript-line pic x(108).

       fd  scale-master-file.
           copy scalemast.
           77 session-file-status pic xx.
           77 session-operator pic x(08) value spaces.

           77 approval-file-status   pic xx.
           77 students-file-status   pic xx.
           77 transcript-file-status pic xx.
           77 scale-master-status    pic xx.
           77 history-write-done pic x.
           77 history-seq-bumped pic x.

      *> the approved regrade's payload: the request card as it was
      *> submitted.
           01 request-record.
               05 rq-student-id pic x(05).
               05 rq-class-code pic x(05).
               05 rq-term-code  pic x(04).
               05 filler        pic x(12).

           77 end-of-queue pic x value "N".
               88 no-more-queue value "Y".
           77 request-found pic x value "N".
               88 request-was-found value "Y".

           77 end-of-students pic x value "N".
               88 no-more-students value "Y".

           77 transcript-overflow pic x value "N".

           01 transcript-table.
               05 transcript-entry occurs 5000 times pic x(108).

      *> mirror of the grading run's transcript-detail layout, rank
      *> columns included.
               05 filler            pic x(02).
               05 pl-rank-label     pic x(05).
               05 pl-rank           pic x(03).
      *> the subject's catalog name, absence counts, external-note
      *> marker and school code trail the rank overlay; carried
      *> whole so the patched line goes back with them intact.
               05 filler            pic x(36).

       procedure division.

                   " is closed -- regrade refused, use the logged"
                   " re-open"
               move 8 to return-code
               close approval-file
               perform release-history-lock
               goback
           end-if.
                   " class " rq-class-code " term " rq-term-code
      *> non-zero so a calling job step can detect the empty match.
               move 8 to return-code
               move "F" to aq-status
               perform close-queue-item
               perform release-history-lock
               goback
           end-if.

           perform update-transcript.

      *> nothing was changed on the transcript, so the regrade was
      *> not applied: the item fails rather than being closed out
      *> as if the new average had gone on.
           if moyenne-line-found = "N"
               display "regrade not applied for student "
                   rq-student-id " class " rq-class-code
                   " term " rq-term-code
               move 8 to return-code
               move "F" to aq-status
               perform close-queue-item
               perform release-history-lock
               goback
           end-if.

           perform get-next-history-seq.
           perform write-appeal-history.

           move "D" to aq-status.
           perform close-queue-item.

           perform release-history-lock.

           display "student " rq-student-id " regraded: "
           end-if.


      *> item numbers are handed out in submission order, so the
      *> first approved regrade in key order is the oldest; the
      *> queue stays open i-o so the item can be closed out.
       read-regrade-request.

           open i-o approval-file.
           if approval-file-status not = "00"
      *> the central handler says what broke in plain words, books
      *> it to the run log, and hands back the standard code.
               move "APPROVAL-QUEUE.DAT" to fs-file-name
               move approval-file-status to fs-status-code
               move "regrade" to fs-program
               call "filestat" using fs-file-name fs-status-code
                   fs-program fs-return-code
               perform release-history-lock
               goback
           end-if.

           perform until no-more-queue or request-was-found
               read approval-file next record
                   at end move "Y" to end-of-queue
                   not at end
                       if aq-is-regrade and aq-is-approved
                           move "Y" to request-found
                       end-if
               end-read
           end-perform.

           if not request-was-found
               display "no approved regrade request waiting"
      *> non-zero so the run sheet shows the step had nothing to do.
               move 4 to return-code
               close approval-file
               perform release-history-lock
               goback
           end-if.

           move aq-payload to request-record.

       close-queue-item.

           move business-date to aq-applied-date.
           rewrite approval-item-record
               invalid key display "error: queue rewrite failed"
           end-rewrite.
           close approval-file.

      *> the register is append-only; replaying it leaves the latest
      *> disposition for the requested class/term.
               call "filestat" using fs-file-name fs-status-code
                   fs-program fs-return-code
               move fs-return-code to return-code
               close approval-file
               perform release-history-lock
               goback
           end-if.
           open input transcript-file.
           if transcript-file-status not = "00"
               display "warning: no transcript to update"
           else
               perform until no-more-transcript
                   read transcript-file
                       at end move "Y" to end-of-transcript
                       not at end perform store-transcript-line
                   end-read
               end-perform
               close transcript-file
      *> a transcript too big for the table is left exactly as it
      *> was -- rewriting only the loaded prefix would destroy the
      *> rest of the file.
               if transcript-overflow = "Y"
                   display "transcript left untouched"
               else
                   perform patch-and-rewrite-transcript
               end-if
           end-if.

       patch-and-rewrite-transcript.
               perform patch-one-line
           end-perform.

      *> without the student's own line the class line is not
      *> stamped either: the transcript is left as it was.
           if moyenne-line-found = "N"
               display "warning: MOYENNE line not found on transcript"
           else
               open output transcript-file
               perform varying line-idx from 1 by 1
                       until line-idx > line-count
                   move transcript-entry(line-idx) to transcript-line
                   write transcript-line
               end-perform
               close transcript-file
           end-if.

       store-transcript-line.

           if line-count >= 5000
               open output history-file
           end-if.
           perform write-history-with-retry.

      *> the dual-control companion entry under the same identifier:
      *> the queue item, who submitted it and who approved it.
           perform get-next-history-seq.
           move spaces to history-record.
           move business-date to hr-run-date.
           move history-seq to hr-run-seq.
           move session-operator to hr-operator.
           move "regrade" to hr-program-name.
           move history-ident to hr-identifier.
           move "SOUMIS" to hr-label-1.
           move aq-item-number to hr-value-1.
           move aq-submitted-by to hr-label-2.
           move zero to hr-value-2.
           move aq-approved-by to hr-label-3.
           move zero to hr-value-3.
           perform write-history-with-retry.

           close history-file.

       write-history-with-retry.
