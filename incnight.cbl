      *> nightly serious-incident listing for the counselors: every
      *> serious incident on the register not yet sent to them is
      *> listed to INCIDENTS-GRAVES.DAT and stamped reported under
      *> the business date, so the distribution bundle puts it in the
      *> counselors' packet the morning after it was keyed -- once,
      *> however late in the day it was keyed. the listing is written
      *> with its heading even on a quiet night, so the bundle never
      *> reads an empty report as a missing one. headings follow the
      *> LANG-FLAG.DAT toggle.
       identification division.
       program-id. incnight.

       environment division.
       input-output section.
       file-control.
           select incident-file assign to "INCIDENTS.DAT"
               organization indexed
               access mode is dynamic
               record key is in-incident-key
               file status is incident-file-status.

           select student-master-file assign to "STUDENT-MASTER.DAT"
               organization indexed
               access mode is dynamic
               record key is sm-student-id
               file status is student-master-status.

           select report-file assign to "INCIDENTS-GRAVES.DAT"
               organization line sequential.

           select lang-file assign to "LANG-FLAG.DAT"
               organization line sequential
               file status is lang-file-status.

           select run-date-file assign to "RUN-DATE.DAT"
               organization line sequential
               file status is run-date-status.

       data division.
       file section.
       fd  incident-file.
           copy incident.

       fd  student-master-file.
           copy studmast.

       fd  report-file.
       01  report-line pic x(80).

       fd  lang-file.
       01  lang-record pic x(01).

       fd  run-date-file.
       01  run-date-record.
           05 rdc-business-date pic x(08).

       working-storage section.

           copy runlogfields.

           copy langflag.
           77 lang-file-status pic xx.

           77 run-date-status pic xx.
           77 business-date   pic x(08).

           77 incident-file-status  pic xx.
           77 student-master-status pic xx.

           77 student-master-available pic x value "N".
               88 student-master-is-available value "Y".

           77 end-of-incidents pic x.

           77 incidents-read     pic 9(05) value zero.
           77 incidents-reported pic 9(05) value zero.

           01 report-heading.
               05 filler            pic x(02) value space.
               05 rh-title          pic x(40).
               05 filler            pic x(02) value space.
               05 rh-date           pic x(08).

           01 incident-detail.
               05 filler            pic x(02) value space.
               05 id-student-id     pic x(05).
               05 filler            pic x(02) value space.
               05 id-student-name   pic x(20).
               05 filler            pic x(02) value space.
               05 id-class-code     pic x(05).
               05 filler            pic x(02) value space.
               05 id-incident-date  pic x(08).
               05 filler            pic x(02) value space.
               05 id-category       pic x(04).
               05 filler            pic x(02) value space.
               05 id-sanction       pic x(20).

       procedure division.

           perform write-runlog-start.

           perform read-business-date.

           perform read-lang-flag.

           open output report-file.
           perform write-report-heading.

           open input student-master-file.
           if student-master-status = "00"
               move "Y" to student-master-available
           end-if.

      *> no register on file is a site that does not keep one yet --
      *> the heading alone goes out, and the run is clean.
           open i-o incident-file.
           if incident-file-status = "00"
               move "N" to end-of-incidents
               perform until end-of-incidents = "Y"
                   read incident-file next record
                       at end move "Y" to end-of-incidents
                       not at end perform report-one-incident
                   end-read
               end-perform
               close incident-file
           end-if.

           if incidents-reported = zero
               move spaces to report-line
               if lang-is-french
                   move "  AUCUN INCIDENT GRAVE A SIGNALER"
                       to report-line
               else
                   move "  NO SERIOUS INCIDENT TO REPORT"
                       to report-line
               end-if
               write report-line
           end-if.

           close report-file.

           if student-master-is-available
               close student-master-file
           end-if.

           display "incidents read:            " incidents-read.
           display "serious incidents reported:" incidents-reported.

           perform write-runlog-end.
       goback.

       write-runlog-start.

           move "incnight" to rl-program-name.
           move "START" to rl-event.
           move zero to rl-records-read.
           move zero to rl-records-written.
           move zero to rl-return-code.
           call "runlog" using rl-program-name rl-event
               rl-records-read rl-records-written rl-return-code.

       write-runlog-end.

           move "incnight" to rl-program-name.
           move "END" to rl-event.
           move incidents-read to rl-records-read.
           move incidents-reported to rl-records-written.
           move return-code to rl-return-code.
           call "runlog" using rl-program-name rl-event
               rl-records-read rl-records-written rl-return-code.

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

       read-lang-flag.

           open input lang-file.
           if lang-file-status = "00"
               read lang-file
                   not at end move lang-record to lang-flag
               end-read
               close lang-file
           end-if.

       write-report-heading.

           move all "-" to report-line.
           write report-line.

           move "COLLEGE SAINT-MICHEL" to report-line.
           write report-line.

           if lang-is-french
               move "INCIDENTS GRAVES - VIE SCOLAIRE" to rh-title
           else
               move "SERIOUS INCIDENTS - PASTORAL CARE" to rh-title
           end-if.
           move business-date to rh-date.
           move report-heading to report-line.
           write report-line.

           move spaces to report-line.
           write report-line.

       report-one-incident.

           add 1 to incidents-read.

           if in-is-serious and in-reported-date = spaces
               move spaces to id-student-name
               move spaces to id-class-code
               if student-master-is-available
                   move in-student-id to sm-student-id
                   read student-master-file
                       invalid key continue
                       not invalid key
                           move sm-student-name to id-student-name
                           move sm-class-code to id-class-code
                   end-read
               end-if
               move in-student-id to id-student-id
               move in-incident-date to id-incident-date
               move in-category to id-category
               move in-sanction to id-sanction
               move incident-detail to report-line
               write report-line

               move business-date to in-reported-date
               rewrite incident-record
                   invalid key
                       display "error: rewrite failed "
                           in-student-id " " in-incident-date
               end-rewrite
               add 1 to incidents-reported
           end-if.
