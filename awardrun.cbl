      *> scholarship and merit award eligibility run: every student on
      *> DECISIONS.DAT is held against each award's rules on
      *> AWARD-RULES.DAT -- the minimum annual average, a PASSE
      *> decision, no term of the year over the unjustified-absence
      *> limit, no serious conduct incident in any term of the year --
      *> and the students who qualify are ranked within the award by
      *> annual average, best first. the year's terms are the terms
      *> of ANNUAL-WEIGHTS.DAT, the same terms the annual average was
      *> built from; the absence limit is the grading run's
      *> ABSENCE-MAX site parameter. the students ranked within the
      *> award's quota are proposed on the award register for the
      *> committee to confirm on the award screen; the rest are listed
      *> as reserves. a proposal the committee has not yet decided is
      *> re-made at every run, a decided one is kept as decided, and a
      *> refused student gives the place to the next in line. the
      *> ranked list is printed to AWARD-ELIGIBILITY.DAT, headings per
      *> LANG-FLAG.DAT.
       identification division.
       program-id. awardrun.

       environment division.
       input-output section.
       file-control.
           select rules-file assign to "AWARD-RULES.DAT"
               organization line sequential
               file status is rules-file-status.

           select decisions-file assign to "DECISIONS.DAT"
               organization line sequential
               file status is decisions-file-status.

           select weights-file assign to "ANNUAL-WEIGHTS.DAT"
               organization line sequential
               file status is weights-file-status.

           select absences-file assign to "ABSENCES.DAT"
               organization line sequential
               file status is absences-file-status.

           select award-file assign to "AWARDS.DAT"
               organization indexed
               access mode is dynamic
               record key is ar-award-key
               file status is award-file-status.

           select student-master-file assign to "STUDENT-MASTER.DAT"
               organization indexed
               access mode is dynamic
               record key is sm-student-id
               file status is student-master-status.

           select print-file assign to "AWARD-ELIGIBILITY.DAT"
               organization line sequential.

           select lang-file assign to "LANG-FLAG.DAT"
               organization line sequential
               file status is lang-file-status.

           select run-date-file assign to "RUN-DATE.DAT"
               organization line sequential
               file status is run-date-status.

           select sort-file assign to "AWARDRUN.TMP".

       data division.
       file section.
       fd  rules-file.
           copy awardrule.

       fd  decisions-file.
       01  decisions-record.
           05 dc-student-id pic x(05).
           05 dc-class-code pic x(05).
           05 dc-annual-avg pic 9(02)v99.
           05 dc-decision   pic x(08).

       fd  weights-file.
       01  weights-record.
           05 wt-term-code pic x(04).
           05 wt-weight    pic 9(02)v99.

       fd  absences-file.
       01  absences-record.
           05 ab-student-id  pic x(05).
           05 ab-class-code  pic x(05).
           05 ab-term-code   pic x(04).
           05 ab-justified   pic 9(03).
           05 ab-unjustified pic 9(03).

       fd  award-file.
           copy awardrec.

       fd  student-master-file.
           copy studmast.

       fd  print-file.
       01  print-line pic x(80).

       fd  lang-file.
       01  lang-record pic x(01).

       fd  run-date-file.
       01  run-date-record.
           05 rdc-business-date pic x(08).

       sd  sort-file.
       01  sort-record.
           05 sk-award-code     pic x(04).
           05 sk-annual-avg     pic 9(02)v99.
           05 sk-student-id     pic x(05).
           05 sk-class-code     pic x(05).
           05 sk-rule-idx       pic 9(02).

       working-storage section.

           copy runlogfields.

           copy paramfields.

           copy conductfields.

           copy langflag.
           77 lang-file-status pic xx.

           77 run-date-status pic xx.
           77 business-date   pic x(08).
           77 award-year      pic x(04).

           77 rules-file-status     pic xx.
           77 decisions-file-status pic xx.
           77 weights-file-status   pic xx.
           77 absences-file-status  pic xx.
           77 award-file-status     pic xx.
           77 student-master-status pic xx.

           77 student-master-available pic x value "N".
               88 student-master-is-available value "Y".

           77 end-of-file pic x.
           77 sort-eof pic x.

      *> unjustified absences above this many days in a term put the
      *> student over the limit -- the grading run's probation rule.
           77 absence-threshold pic 9(03) value 10.

           77 rule-count pic 9(02) value zero.
           77 rule-idx   pic 9(02).

           01 rule-table.
               05 rule-entry occurs 20 times.
                   10 ru-award-code    pic x(04).
                   10 ru-description   pic x(20).
                   10 ru-min-average   pic 9(02)v99.
                   10 ru-need-passe    pic x(01).
                   10 ru-no-absence    pic x(01).
                   10 ru-no-serious    pic x(01).
                   10 ru-quota         pic 9(03).
                   10 ru-amount        pic 9(05).
                   10 ru-account-code  pic x(04).

           77 term-count pic 9(02) value zero.
           77 term-idx   pic 9(02).

           01 term-table.
               05 term-entry occurs 10 times.
                   10 te-term-code pic x(04).

      *> students with a term of the year over the absence limit.
           77 over-count pic 9(04) value zero.
           77 over-idx   pic 9(04).
           77 over-dropped pic 9(04) value zero.

           01 over-table.
               05 over-entry occurs 2000 times.
                   10 oa-student-id pic x(05).

           77 student-over-absence pic x.
               88 student-is-over-absence value "Y".
           77 student-had-serious pic x.
               88 student-has-serious value "Y".

           77 student-qualifies pic x.
               88 student-does-qualify value "Y".

           77 current-award-code pic x(04).
           77 current-rule-idx   pic 9(02).
           77 award-rank      pic 9(03).
           77 award-places    pic 9(03).
           77 award-confirmed pic 9(03).
           77 award-proposals pic 9(03).
           77 end-of-award    pic x.

           77 decisions-read     pic 9(05) value zero.
           77 students-eligible  pic 9(05) value zero.
           77 awards-proposed    pic 9(05) value zero.
           77 proposals-cleared  pic 9(05) value zero.

           01 report-heading.
               05 filler            pic x(02) value space.
               05 rh-title          pic x(40).
               05 filler            pic x(02) value space.
               05 rh-year-label     pic x(06).
               05 rh-year           pic x(04).

           01 award-title.
               05 filler            pic x(02) value space.
               05 at-award-code     pic x(04).
               05 filler            pic x(02) value space.
               05 at-description    pic x(20).
               05 filler            pic x(02) value space.
               05 at-quota-label    pic x(08).
               05 at-quota          pic zz9.
               05 filler            pic x(02) value space.
               05 at-amount         pic zzzz9.
               05 filler            pic x(01) value space.
               05 at-account-code   pic x(04).

           01 eligible-detail.
               05 filler            pic x(02) value space.
               05 ed-rank           pic zz9 blank when zero.
               05 filler            pic x(02) value space.
               05 ed-student-id     pic x(05).
               05 filler            pic x(02) value space.
               05 ed-student-name   pic x(20).
               05 filler            pic x(02) value space.
               05 ed-class-code     pic x(05).
               05 filler            pic x(02) value space.
               05 ed-annual-avg     pic z9.99.
               05 filler            pic x(02) value space.
               05 ed-status-text    pic x(12).

       procedure division.

           perform write-runlog-start.

           perform read-business-date.
           move business-date(1:4) to award-year.

           perform read-lang-flag.

           move "ABSENCE-MAX" to pm-name.
           call "getparam" using pm-name pm-value pm-found.
           if pm-found = "Y" and pm-value > zero
               move pm-value to absence-threshold
           end-if.

           perform load-award-rules.
           if rule-count = zero
               display "error: no award on AWARD-RULES.DAT"
      *> non-zero so a calling job step can detect the missing cards.
               move 8 to return-code
               perform write-runlog-end
               goback
           end-if.

           open input decisions-file.
           if decisions-file-status not = "00"
               display "error: cannot open DECISIONS.DAT"
               move 8 to return-code
               perform write-runlog-end
               goback
           end-if.
           close decisions-file.

           perform load-year-terms.
           perform load-absence-limits.

           open i-o award-file.
           if award-file-status = "35"
               open output award-file
               close award-file
               open i-o award-file
           end-if.

           perform clear-open-proposals.

           open input student-master-file.
           if student-master-status = "00"
               move "Y" to student-master-available
           end-if.

           open output print-file.
           perform write-report-heading.

           sort sort-file
               on ascending key sk-award-code
               on descending key sk-annual-avg
               on ascending key sk-student-id
               input procedure is release-eligible
               output procedure is rank-eligible.

           close print-file.
           close award-file.

           if student-master-is-available
               close student-master-file
           end-if.

           display "decisions read:        " decisions-read.
           display "eligibilities found:   " students-eligible.
           display "awards proposed:       " awards-proposed.
           display "open proposals re-made:" proposals-cleared.

           if over-dropped > zero
               display "absence table full, students not checked: "
                   over-dropped
      *> warning only: the list stands, but the absence rule was not
      *> applied to every student.
               move 4 to return-code
           end-if.

           perform write-runlog-end.
       goback.

       write-runlog-start.

           move "awardrun" to rl-program-name.
           move "START" to rl-event.
           move zero to rl-records-read.
           move zero to rl-records-written.
           move zero to rl-return-code.
           call "runlog" using rl-program-name rl-event
               rl-records-read rl-records-written rl-return-code.

       write-runlog-end.

           move "awardrun" to rl-program-name.
           move "END" to rl-event.
           move decisions-read to rl-records-read.
           move awards-proposed to rl-records-written.
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

       load-award-rules.

           open input rules-file.
           if rules-file-status = "00"
               move "N" to end-of-file
               perform until end-of-file = "Y"
                   read rules-file
                       at end move "Y" to end-of-file
                       not at end perform store-award-rule
                   end-read
               end-perform
               close rules-file
           end-if.

       store-award-rule.

           if aw-award-code = spaces
               continue
           else
               if rule-count >= 20
                   display "award table full, ignored: " aw-award-code
               else
                   add 1 to rule-count
                   move aw-award-code to ru-award-code(rule-count)
                   move aw-description to ru-description(rule-count)
                   move aw-min-average to ru-min-average(rule-count)
                   move aw-need-passe to ru-need-passe(rule-count)
                   move aw-no-absence to ru-no-absence(rule-count)
                   move aw-no-serious to ru-no-serious(rule-count)
                   move aw-quota to ru-quota(rule-count)
                   move aw-amount to ru-amount(rule-count)
                   move aw-account-code to ru-account-code(rule-count)
               end-if
           end-if.

       load-year-terms.

           open input weights-file.
           if weights-file-status = "00"
               move "N" to end-of-file
               perform until end-of-file = "Y"
                   read weights-file
                       at end move "Y" to end-of-file
                       not at end
                           if term-count < 10
                               add 1 to term-count
                               move wt-term-code
                                   to te-term-code(term-count)
                           end-if
                   end-read
               end-perform
               close weights-file
           end-if.

      *> no ledger means no absence on record: nobody is over.
       load-absence-limits.

           open input absences-file.
           if absences-file-status = "00"
               move "N" to end-of-file
               perform until end-of-file = "Y"
                   read absences-file
                       at end move "Y" to end-of-file
                       not at end perform check-absence-row
                   end-read
               end-perform
               close absences-file
           end-if.

       check-absence-row.

           if ab-unjustified > absence-threshold
               perform varying term-idx from 1 by 1
                       until term-idx > term-count
                   if te-term-code(term-idx) = ab-term-code
                       perform store-over-student
                   end-if
               end-perform
           end-if.

       store-over-student.

           if over-count >= 2000
               add 1 to over-dropped
           else
               add 1 to over-count
               move ab-student-id to oa-student-id(over-count)
           end-if.

      *> an open proposal is re-made from this run's ranking; only
      *> the committee's decisions carry over.
       clear-open-proposals.

           move award-year to ar-award-year.
           move low-values to ar-award-code.
           move low-values to ar-student-id.
           move "N" to end-of-file.

           start award-file
                   key is not less than ar-award-key
               invalid key move "Y" to end-of-file
           end-start.

           perform until end-of-file = "Y"
               read award-file next record
                   at end move "Y" to end-of-file
                   not at end
                       if ar-award-year not = award-year
                           move "Y" to end-of-file
                       else
                           if ar-is-proposed
                               delete award-file record
                               add 1 to proposals-cleared
                           end-if
                       end-if
               end-read
           end-perform.

       release-eligible.

           move "N" to end-of-file.
           open input decisions-file.

           perform until end-of-file = "Y"
               read decisions-file
                   at end move "Y" to end-of-file
                   not at end perform check-one-student
               end-read
           end-perform.

           close decisions-file.

       check-one-student.

           add 1 to decisions-read.

           move "N" to student-over-absence.
           perform varying over-idx from 1 by 1
                   until over-idx > over-count
                       or student-is-over-absence
               if oa-student-id(over-idx) = dc-student-id
                   move "Y" to student-over-absence
               end-if
           end-perform.

           move "N" to student-had-serious.
           perform varying term-idx from 1 by 1
                   until term-idx > term-count
                       or student-has-serious
               move dc-student-id to cu-student-id
               move te-term-code(term-idx) to cu-term-code
               call "conduct" using cu-student-id cu-term-code
                   cu-incident-count cu-points cu-serious-count
                   cu-rating cu-rating-fr cu-rating-en
               if cu-serious-count > zero
                   move "Y" to student-had-serious
               end-if
           end-perform.

           perform varying rule-idx from 1 by 1
                   until rule-idx > rule-count
               perform check-one-rule
           end-perform.

       check-one-rule.

           move "Y" to student-qualifies.

           if dc-annual-avg < ru-min-average(rule-idx)
               move "N" to student-qualifies
           end-if.
           if ru-need-passe(rule-idx) = "Y"
                   and dc-decision not = "PASSE"
               move "N" to student-qualifies
           end-if.
           if ru-no-absence(rule-idx) = "Y"
                   and student-is-over-absence
               move "N" to student-qualifies
           end-if.
           if ru-no-serious(rule-idx) = "Y"
                   and student-has-serious
               move "N" to student-qualifies
           end-if.

           if student-does-qualify
               move ru-award-code(rule-idx) to sk-award-code
               move dc-annual-avg to sk-annual-avg
               move dc-student-id to sk-student-id
               move dc-class-code to sk-class-code
               move rule-idx to sk-rule-idx
               release sort-record
               add 1 to students-eligible
           end-if.

       rank-eligible.

           move high-values to current-award-code.
           move "N" to sort-eof.
           perform return-one-eligible
               until sort-eof = "Y".

       return-one-eligible.

           return sort-file
               at end move "Y" to sort-eof
               not at end
                   if sk-award-code not = current-award-code
                       perform start-new-award
                   end-if
                   perform place-one-eligible
           end-return.

       start-new-award.

           move sk-award-code to current-award-code.
           move sk-rule-idx to current-rule-idx.
           move zero to award-rank.
           move zero to award-proposals.

           perform count-confirmed-awards.
           if award-confirmed < ru-quota(current-rule-idx)
               compute award-places =
                   ru-quota(current-rule-idx) - award-confirmed
           else
               move zero to award-places
           end-if.

           move spaces to print-line.
           write print-line.

           move ru-award-code(current-rule-idx) to at-award-code.
           move ru-description(current-rule-idx) to at-description.
           move "QUOTA" to at-quota-label.
           move ru-quota(current-rule-idx) to at-quota.
           move ru-amount(current-rule-idx) to at-amount.
           move ru-account-code(current-rule-idx) to at-account-code.
           move award-title to print-line.
           write print-line.

           move spaces to print-line.
           write print-line.

      *> the awards already confirmed this year hold their places
      *> whatever their rank now; the proposals share what is left.
       count-confirmed-awards.

           move zero to award-confirmed.
           move award-year to ar-award-year.
           move sk-award-code to ar-award-code.
           move low-values to ar-student-id.
           move "N" to end-of-award.

           start award-file
                   key is not less than ar-award-key
               invalid key move "Y" to end-of-award
           end-start.

           perform until end-of-award = "Y"
               read award-file next record
                   at end move "Y" to end-of-award
                   not at end
                       if ar-award-year not = award-year
                               or ar-award-code not = sk-award-code
                           move "Y" to end-of-award
                       else
                           if ar-is-confirmed
                               add 1 to award-confirmed
                           end-if
                       end-if
               end-read
           end-perform.

      *> a decided award keeps its decision: a confirmed student holds
      *> a place, a refused one gives it to the next in line.
       place-one-eligible.

           move zero to ed-rank.
           move sk-student-id to ed-student-id.
           move sk-class-code to ed-class-code.
           move sk-annual-avg to ed-annual-avg.

           move spaces to ed-student-name.
           if student-master-is-available
               move sk-student-id to sm-student-id
               read student-master-file
                   invalid key continue
                   not invalid key
                       move sm-student-name to ed-student-name
               end-read
           end-if.

           move award-year to ar-award-year.
           move sk-award-code to ar-award-code.
           move sk-student-id to ar-student-id.
           read award-file
               invalid key
                   add 1 to award-rank
                   move award-rank to ed-rank
                   if award-proposals < award-places
                       add 1 to award-proposals
                       perform propose-award
                       if lang-is-french
                           move "PROPOSE" to ed-status-text
                       else
                           move "PROPOSED" to ed-status-text
                       end-if
                   else
                       move "RESERVE" to ed-status-text
                   end-if
               not invalid key
                   if ar-is-confirmed
                       add 1 to award-rank
                       move award-rank to ed-rank
                       if lang-is-french
                           move "ACCORDE" to ed-status-text
                       else
                           move "GRANTED" to ed-status-text
                       end-if
                   else
                       if lang-is-french
                           move "REFUSE" to ed-status-text
                       else
                           move "REFUSED" to ed-status-text
                       end-if
                   end-if
           end-read.

           move eligible-detail to print-line.
           write print-line.

       propose-award.

           move sk-class-code to ar-class-code.
           move sk-annual-avg to ar-annual-avg.
           move award-rank to ar-rank.
           move "P" to ar-status.
           move ru-amount(current-rule-idx) to ar-amount.
           move ru-account-code(current-rule-idx) to ar-account-code.
           move business-date to ar-proposed-date.
           move spaces to ar-decided-by.
           move spaces to ar-decided-date.
           write award-record
               invalid key
                   display "error: write failed "
                       sk-award-code " " sk-student-id
           end-write.
           add 1 to awards-proposed.

       write-report-heading.

           move all "-" to print-line.
           write print-line.

           move "COLLEGE SAINT-MICHEL" to print-line.
           write print-line.

           if lang-is-french
               move "BOURSES ET PRIX - ELIGIBILITE" to rh-title
               move "ANNEE " to rh-year-label
           else
               move "SCHOLARSHIPS AND AWARDS - ELIGIBILITY"
                   to rh-title
               move "YEAR  " to rh-year-label
           end-if.
           move award-year to rh-year.
           move report-heading to print-line.
           write print-line.
