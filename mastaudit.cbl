      *> school master cross-reference sweep, the companion of the
      *> history sequence audit and the item balance audit: where
      *> those prove one family of files, this proves the school
      *> masters against each other. flagged states, each with its
      *> severity:
      *>   SEVERE  a student-id on STUDENTS.DAT the student master
      *>           has never heard of -- graded but unnamed;
      *>   SEVERE  a guardian record for a student no longer on the
      *>           student master -- a purge that left an address;
      *>   SEVERE  an exception case for a student not on the master;
      *>   WARN    a subject on the scale master that is not in the
      *>           subject catalog;
      *>   WARN    a class/subject on STUDENTS.DAT with no teacher
      *>           assignment;
      *>   WARN    an open exception case for a student who has left.
      *> a severe finding posts return-code 8, so the morning status
      *> report shows the sweep as failed; warnings alone post 4.
      *> a master that is not on file is listed as not checked.
       identification division.
       program-id. mastaudit.

       environment division.
       input-output section.
       file-control.
           select students-file assign to "STUDENTS.DAT"
               organization line sequential
               file status is students-file-status.

           select student-master-file assign to "STUDENT-MASTER.DAT"
               organization indexed
               access mode is dynamic
               record key is sm-student-id
               file status is student-master-status.

           select guardian-master-file assign to "GUARDIAN-MASTER.DAT"
               organization indexed
               access mode is dynamic
               record key is gd-student-id
               file status is guardian-master-status.

           select scale-master-file assign to "SCALE-MASTER.DAT"
               organization indexed
               access mode is dynamic
               record key is sc-scale-key
               file status is scale-master-status.

           select subject-master-file assign to "SUBJECT-MASTER.DAT"
               organization indexed
               access mode is dynamic
               record key is sj-subject-id
               file status is subject-master-status.

           select teacher-master-file assign to "TEACHER-MASTER.DAT"
               organization indexed
               access mode is dynamic
               record key is tm-assign-key
               file status is teacher-master-status.

           select exception-master-file
               assign to "EXCEPTION-MASTER.DAT"
               organization indexed
               access mode is dynamic
               record key is em-exception-key
               file status is exception-master-status.

           select audit-file assign to "MASTER-AUDIT.DAT"
               organization line sequential.

       data division.
       file section.
       fd  students-file.
       01  student-record.
           copy studrec.

       fd  student-master-file.
           copy studmast.

       fd  guardian-master-file.
           copy guardmast.

       fd  scale-master-file.
           copy scalemast.

       fd  subject-master-file.
           copy subjmast.

       fd  teacher-master-file.
           copy teachmast.

       fd  exception-master-file.
           copy excmast.

       fd  audit-file.
       01  audit-line pic x(80).

       working-storage section.

           copy runlogfields.

           77 students-file-status    pic xx.
           77 student-master-status   pic xx.
           77 guardian-master-status  pic xx.
           77 scale-master-status     pic xx.
           77 subject-master-status   pic xx.
           77 teacher-master-status   pic xx.
           77 exception-master-status pic xx.

           77 subject-master-available pic x value "N".
               88 subject-master-is-available value "Y".
           77 teacher-master-available pic x value "N".
               88 teacher-master-is-available value "Y".

           77 end-of-file pic x.
               88 at-end-of-file value "Y".

           77 student-found pic x.
               88 student-is-on-master value "Y".

      *> each orphan student and each unassigned class/subject is
      *> reported once, however many note lines carry it.
           77 orphan-count pic 9(03) value zero.
           77 orphan-idx   pic 9(03).
           77 orphan-hit   pic x.

           01 orphan-table.
               05 orphan-student-id occurs 500 times pic x(05).

           77 pair-count pic 9(03) value zero.
           77 pair-idx   pic 9(03).
           77 pair-hit   pic x.

           01 pair-table.
               05 pair-entry occurs 500 times.
                   10 pr-class-code pic x(05).
                   10 pr-subject-id pic x(05).

           77 last-scale-class   pic x(05) value spaces.
           77 last-scale-subject pic x(05) value spaces.

           77 records-read  pic 9(07) value zero.
           77 severe-count  pic 9(05) value zero.
           77 warning-count pic 9(05) value zero.

           01 audit-detail.
               05 filler            pic x      value space.
               05 ad-severity       pic x(06).
               05 filler            pic x(02)  value space.
               05 ad-file           pic x(08).
               05 filler            pic x(02)  value space.
               05 ad-key            pic x(14).
               05 filler            pic x(02)  value space.
               05 ad-message        pic x(45).

       procedure division.

           perform write-runlog-start.

           open input student-master-file.
           if student-master-status not = "00"
               display "error: cannot open STUDENT-MASTER.DAT"
      *> non-zero so a calling job step can detect the missing file.
               move 8 to return-code
               perform write-runlog-end
               goback
           end-if.

           open input subject-master-file.
           if subject-master-status = "00"
               move "Y" to subject-master-available
           end-if.

           open input teacher-master-file.
           if teacher-master-status = "00"
               move "Y" to teacher-master-available
           end-if.

           open output audit-file.

           perform check-students-file.
           perform check-guardian-master.
           perform check-scale-master.
           perform check-exception-master.

           close audit-file.

           close student-master-file.
           if subject-master-is-available
               close subject-master-file
           end-if.
           if teacher-master-is-available
               close teacher-master-file
           end-if.

           display "records checked: " records-read.
           display "severe orphans:  " severe-count.
           display "warnings:        " warning-count.

           if severe-count > zero
      *> high enough that the morning status report shows the sweep
      *> as failed.
               move 8 to return-code
           else
               if warning-count > zero
                   move 4 to return-code
               end-if
           end-if.

           perform write-runlog-end.
       goback.

       write-runlog-start.

           move "mastaudit" to rl-program-name.
           move "START" to rl-event.
           move zero to rl-records-read.
           move zero to rl-records-written.
           move zero to rl-return-code.
           call "runlog" using rl-program-name rl-event
               rl-records-read rl-records-written rl-return-code.

       write-runlog-end.

           move "mastaudit" to rl-program-name.
           move "END" to rl-event.
           move records-read to rl-records-read.
           compute rl-records-written = severe-count + warning-count.
           move return-code to rl-return-code.
           call "runlog" using rl-program-name rl-event
               rl-records-read rl-records-written rl-return-code.

       find-student.

           move "N" to student-found.
           read student-master-file
               invalid key continue
               not invalid key move "Y" to student-found
           end-read.

      *> note lines against the student master and the teacher
      *> assignments.
       check-students-file.

           open input students-file.
           if students-file-status not = "00"
               move "STUDENTS" to ad-file
               perform write-not-checked
           else
               move "N" to end-of-file
               perform until at-end-of-file
                   read students-file
                       at end move "Y" to end-of-file
                       not at end perform check-one-note-line
                   end-read
               end-perform
               close students-file
           end-if.

           if not teacher-master-is-available
               move "TEACHER" to ad-file
               perform write-not-checked
           end-if.

       check-one-note-line.

           add 1 to records-read.

           move student-id to sm-student-id.
           perform find-student.
           if not student-is-on-master
               move "N" to orphan-hit
               perform varying orphan-idx from 1 by 1
                       until orphan-idx > orphan-count
                           or orphan-hit = "Y"
                   if orphan-student-id(orphan-idx) = student-id
                       move "Y" to orphan-hit
                   end-if
               end-perform
               if orphan-hit = "N"
                   if orphan-count < 500
                       add 1 to orphan-count
                       move student-id
                           to orphan-student-id(orphan-count)
                   end-if
                   move "STUDENTS" to ad-file
                   move spaces to ad-key
                   move student-id to ad-key
                   move "student not on the student master"
                       to ad-message
                   perform write-severe-finding
               end-if
           end-if.

           if teacher-master-is-available
               move class-code to tm-class-code
               move subject-id to tm-subject-id
               read teacher-master-file
                   invalid key perform report-unassigned-pair
               end-read
           end-if.

       report-unassigned-pair.

           move "N" to pair-hit.
           perform varying pair-idx from 1 by 1
                   until pair-idx > pair-count
                       or pair-hit = "Y"
               if pr-class-code(pair-idx) = class-code
                       and pr-subject-id(pair-idx) = subject-id
                   move "Y" to pair-hit
               end-if
           end-perform.

           if pair-hit = "N"
               if pair-count < 500
                   add 1 to pair-count
                   move class-code to pr-class-code(pair-count)
                   move subject-id to pr-subject-id(pair-count)
               end-if
               move "STUDENTS" to ad-file
               move spaces to ad-key
               string class-code delimited by size
                      "/" delimited by size
                      subject-id delimited by size
                      into ad-key
               move "class/subject with no teacher assignment"
                   to ad-message
               perform write-warning-finding
           end-if.

      *> an address left behind for a student the master no longer
      *> carries -- most often a purge that stopped short.
       check-guardian-master.

           open input guardian-master-file.
           if guardian-master-status not = "00"
               move "GUARDIAN" to ad-file
               perform write-not-checked
           else
               move "N" to end-of-file
               perform until at-end-of-file
                   read guardian-master-file next record
                       at end move "Y" to end-of-file
                       not at end
                           add 1 to records-read
                           move gd-student-id to sm-student-id
                           perform find-student
                           if not student-is-on-master
                               move "GUARDIAN" to ad-file
                               move spaces to ad-key
                               move gd-student-id to ad-key
                               move "guardian, student not on master"
                                   to ad-message
                               perform write-severe-finding
                           end-if
                   end-read
               end-perform
               close guardian-master-file
           end-if.

      *> the scale master carries dated versions of each class/
      *> subject; one finding per pair, not per version.
       check-scale-master.

           open input scale-master-file.
           if scale-master-status not = "00"
                   or not subject-master-is-available
               move "SCALE" to ad-file
               perform write-not-checked
               if scale-master-status = "00"
                   close scale-master-file
               end-if
           else
               move "N" to end-of-file
               perform until at-end-of-file
                   read scale-master-file next record
                       at end move "Y" to end-of-file
                       not at end perform check-one-scale
                   end-read
               end-perform
               close scale-master-file
           end-if.

       check-one-scale.

           add 1 to records-read.

           if sc-class-code not = last-scale-class
                   or sc-subject-id not = last-scale-subject
               move sc-class-code to last-scale-class
               move sc-subject-id to last-scale-subject
               move sc-subject-id to sj-subject-id
               read subject-master-file
                   invalid key
                       move "SCALE" to ad-file
                       move spaces to ad-key
                       string sc-class-code delimited by size
                              "/" delimited by size
                              sc-subject-id delimited by size
                              into ad-key
                       move "subject not in the subject catalog"
                           to ad-message
                       perform write-warning-finding
               end-read
           end-if.

      *> a case for an unknown student can never be reviewed to a
      *> close; an open case for a leaver is only clutter.
       check-exception-master.

           open input exception-master-file.
           if exception-master-status not = "00"
               move "EXCEPT" to ad-file
               perform write-not-checked
           else
               move "N" to end-of-file
               perform until at-end-of-file
                   read exception-master-file next record
                       at end move "Y" to end-of-file
                       not at end perform check-one-exception
                   end-read
               end-perform
               close exception-master-file
           end-if.

       check-one-exception.

           add 1 to records-read.

           move "EXCEPT" to ad-file.
           move spaces to ad-key.
           string em-student-id delimited by size
                  "/" delimited by size
                  em-subject-id delimited by size
                  into ad-key.

           move em-student-id to sm-student-id.
           perform find-student.
           if not student-is-on-master
               move "exception case, student not on master"
                   to ad-message
               perform write-severe-finding
           else
               if sm-has-left and not em-is-closed
                   move "open exception case, student has left"
                       to ad-message
                   perform write-warning-finding
               end-if
           end-if.

       write-severe-finding.

           add 1 to severe-count.
           move "SEVERE" to ad-severity.
           move audit-detail to audit-line.
           write audit-line.

       write-warning-finding.

           add 1 to warning-count.
           move "WARN" to ad-severity.
           move audit-detail to audit-line.
           write audit-line.

       write-not-checked.

           move spaces to ad-severity.
           move spaces to ad-key.
           move "master not on file, not checked" to ad-message.
           move audit-detail to audit-line.
           write audit-line.
