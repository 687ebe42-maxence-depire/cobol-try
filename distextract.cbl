      *> so the receiving side can verify completeness the same way
      *> our own counter job balances against its header. every
      *> extract generated is logged on the transmission register.
      *>
      *> a student whose family refused data sharing beyond the
      *> district on the consent master is left out of the extract
      *> entirely, and one who refused publication of rank ships
      *> with the rank blank; consentchk books every such exclusion.
       identification division.
       program-id. distextract.

       data division.
       file section.
       fd  transcript-file.
       01  transcript-line pic x(108).

       fd  extract-file.
       01  extract-record pic x(60).
      *> note marker; the district layout is agreed and ships ids
      *> only, so they all stop here.
               05 filler            pic x(34).
               05 pl-school-code    pic x(02).

      *> the consent answer is asked once per student, on the first
      *> transcript line that carries the student-id.
           copy consentfields.
           77 consent-student   pic x(05) value spaces.
           77 district-allowed  pic x value "Y".
           77 rank-allowed      pic x value "Y".
           77 students-excluded pic 9(05) value zero.

      *> every D and M record carries the establishment number the
      *> district knows the student's own school by, off the school
      *> list, looked up once per school as the lines arrive.
           copy schoolfields.
           77 cached-school-code pic x(02) value low-values.
           77 school-estab-number pic x(08) value spaces.

           77 record-count pic 9(06) value zero.
           77 hash-total   pic 9(09)v99 value zero.
               05 dt-note           pic 9(02)v99.
               05 dt-coef           pic 9(02).
               05 dt-mention        pic x(10).
               05 dt-estab-number   pic x(08).

           01 moyenne-record.
               05 filler            pic x(01) value "M".
               05 mo-avg            pic 9(02)v99.
               05 mo-rank           pic x(03).
               05 mo-mention        pic x(10).
               05 mo-estab-number   pic x(08).

           01 trailer-record.
               05 filler            pic x(01) value "T".

           display "district extract written: " record-count
               " records".
           if students-excluded > zero
               display "students withheld on consent: "
                   students-excluded
           end-if.


           perform write-runlog-end.

           move transcript-line to parsed-line.

           if pl-mention not = "MOY CLASSE"
                   and pl-student-id not = consent-student
               perform check-student-consent
           end-if.

           if district-allowed = "N"
               continue
           else
               perform extract-consented-line
           end-if.

       find-school-estab-number.

           move pl-school-code to cached-school-code.
           move pl-school-code to sf-school-code.
           call "schoolinfo" using sf-school-code sf-school-name
               sf-estab-number sf-found.
           move sf-estab-number to school-estab-number.

           if sf-found not = "Y"
               display "warning: school " pl-school-code
                   " not on the school list, no establishment number"
               if return-code < 4
                   move 4 to return-code
               end-if
           end-if.

       check-student-consent.

           move pl-student-id to consent-student.
           move pl-student-id to cf-student-id.
           move "distextract" to cf-program.

           move "D" to cf-use.
           call "consentchk" using cf-student-id cf-use cf-program
               cf-allowed.
           move cf-allowed to district-allowed.

           if district-allowed = "N"
               add 1 to students-excluded
               move "Y" to rank-allowed
           else
               move "R" to cf-use
               call "consentchk" using cf-student-id cf-use
                   cf-program cf-allowed
               move cf-allowed to rank-allowed
           end-if.

       extract-consented-line.

           if pl-school-code not = cached-school-code
               perform find-school-estab-number
           end-if.

           evaluate pl-mention
               when "MOY CLASSE"
      *> interim-mode artifacts: the district gets final results
                   move pl-term-code  to mo-term-code
                   move pl-student-id to mo-student-id
                   move work-note to mo-avg
                   if rank-allowed = "N"
                       move spaces to mo-rank
                   else
                       move pl-rank to mo-rank
                   end-if
                   move pl-mention to mo-mention
                   move school-estab-number to mo-estab-number
                   move moyenne-record to extract-record
                   perform write-extract-record
                   add 1 to record-count
                   move work-note to dt-note
                   compute dt-coef = function numval(pl-coef)
                   move pl-mention to dt-mention
                   move school-estab-number to dt-estab-number
                   move detail-record to extract-record
                   perform write-extract-record
                   add 1 to record-count
