      *> central consent lookup for every program that ships or
      *> publishes a student's data: answers whether the family has
      *> refused the named use on the guardian consent master, and
      *> books every refusal it enforces to CONSENT-EXCLUSIONS.DAT
      *> with the timestamp and the program that asked -- the proof,
      *> run by run, that the refusal was respected. no consent
      *> master on file means nothing has been refused.
       identification division.
       program-id. consentchk.

       environment division.
       input-output section.
       file-control.
           select consent-master-file assign to "CONSENT-MASTER.DAT"
               organization indexed
               access mode is dynamic
               record key is cs-student-id
               file status is consent-master-status.

           select exclusions-file assign to "CONSENT-EXCLUSIONS.DAT"
               organization line sequential
               file status is exclusions-status.

       data division.
       file section.
       fd  consent-master-file.
           copy consentmast.

       fd  exclusions-file.
       01  exclusions-line pic x(70).

       working-storage section.

           77 consent-master-status pic xx.
           77 exclusions-status     pic xx.

           77 use-idx pic 9(01).

           01 exclusion-detail.
               05 filler            pic x      value space.
               05 ex-timestamp      pic x(14).
               05 filler            pic x(02)  value space.
               05 ex-program        pic x(20).
               05 filler            pic x(02)  value space.
               05 ex-student-id     pic x(05).
               05 filler            pic x(02)  value space.
               05 ex-use            pic x(01).
               05 filler            pic x      value space.
               05 ex-use-text       pic x(20).

       linkage section.
           copy consentfields.

       procedure division using cf-student-id cf-use cf-program
               cf-allowed.

           move "Y" to cf-allowed.

           evaluate cf-use
               when "D" move 1 to use-idx
               when "U" move 2 to use-idx
               when "H" move 3 to use-idx
               when "R" move 4 to use-idx
               when "N" move 5 to use-idx
               when other move zero to use-idx
           end-evaluate.

           if use-idx > zero
               open input consent-master-file
               if consent-master-status = "00"
                   move cf-student-id to cs-student-id
                   read consent-master-file
                       invalid key continue
                       not invalid key
                           if cs-flag(use-idx) = "N"
                               move "N" to cf-allowed
                           end-if
                   end-read
                   close consent-master-file
               end-if
           end-if.

           if cf-allowed = "N"
               perform write-exclusion
           end-if.

       goback.

       write-exclusion.

           move function current-date(1:14) to ex-timestamp.
           move cf-program to ex-program.
           move cf-student-id to ex-student-id.
           move cf-use to ex-use.
           evaluate cf-use
               when "D" move "DISTRICT EXTRACT" to ex-use-text
               when "U" move "UNIVERSITY GPA" to ex-use-text
               when "H" move "HONOR ROLL" to ex-use-text
               when "R" move "RANK ON TRANSCRIPT" to ex-use-text
               when "N" move "NOTIFICATION" to ex-use-text
           end-evaluate.

           open extend exclusions-file.
           if exclusions-status = "35"
               open output exclusions-file
           end-if.
           move exclusion-detail to exclusions-line.
           write exclusions-line.
           close exclusions-file.
