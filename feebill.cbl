      *> term-start fee billing: every enrolled student on the
      *> student master is charged each fee the schedule carries for
      *> the student's class, one charge per account code, on the
      *> student account file the guardian statements are drawn
      *> from. each charge also posts a line to LEDGER.DAT under its
      *> account code, tagged as a billing posting, so the bursar's
      *> trial balance carries the receivable the statements age.
      *> the term comes from the BILLING-CONTROL.DAT card and must
      *> be on the school calendar; a term already billed is refused
      *> so a rerun cannot charge every family twice.
       identification division.
       program-id. feebill.

       environment division.
       input-output section.
       file-control.
           select control-file assign to "BILLING-CONTROL.DAT"
               organization line sequential
               file status is control-file-status.

           select student-master-file assign to "STUDENT-MASTER.DAT"
               organization indexed
               access mode is dynamic
               record key is sm-student-id
               file status is student-master-status.

           select fee-schedule-file assign to "FEE-SCHEDULE.DAT"
               organization indexed
               access mode is dynamic
               record key is fe-schedule-key
               file status is fee-schedule-status.

           select student-account-file assign to "STUDENT-ACCOUNTS.DAT"
               organization line sequential
               file status is student-account-status.

           select ledger-file assign to "LEDGER.DAT"
               organization line sequential
               file status is ledger-file-status.

           select billing-runs-file assign to "FEE-BILLING-RUNS.DAT"
               organization line sequential
               file status is billing-runs-status.

           select register-file assign to "FEE-BILLING-REGISTER.DAT"
               organization line sequential.

           select run-date-file assign to "RUN-DATE.DAT"
               organization line sequential
               file status is run-date-status.

           select session-file assign to "SESSION-OPERATOR.DAT"
               organization line sequential
               file status is session-file-status.

       data division.
       file section.
       fd  control-file.
       01  control-record.
           05 bc-term-code pic x(04).

       fd  student-master-file.
           copy studmast.

       fd  fee-schedule-file.
           copy feesched.

       fd  student-account-file.
           copy studacct.

       fd  ledger-file.
       01  ledger-line pic x(48).

      *> one line per term billed: the guard against a second run
      *> over the same term, and the run's control totals.
       fd  billing-runs-file.
       01  billing-runs-record.
           05 br-term-code     pic x(04).
           05 br-run-date      pic x(08).
           05 br-operator      pic x(08).
           05 br-students      pic 9(05).
           05 br-charges       pic 9(05).
           05 br-total         pic 9(09).

       fd  register-file.
       01  register-line pic x(70).

       fd  run-date-file.
       01  run-date-record.
           05 rdc-business-date pic x(08).

       fd  session-file.
       01  session-record.
           05 so-operator-id pic x(08).

       working-storage section.

           copy runlogfields.
           copy periodfields.

           copy calfields.

           77 control-file-status    pic xx.
           77 student-master-status  pic xx.
           77 fee-schedule-status    pic xx.
           77 student-account-status pic xx.
           77 ledger-file-status     pic xx.
           77 billing-runs-status    pic xx.
           77 run-date-status        pic xx.

           77 session-file-status pic xx.
           77 session-operator pic x(08) value spaces.

           77 business-date pic x(08).
           77 billing-term  pic x(04) value spaces.
           77 run-timestamp pic x(15).

           77 end-of-master pic x value "N".
               88 no-more-master value "Y".

           77 end-of-runs pic x value "N".
           77 term-already-billed pic x value "N".
               88 term-was-billed value "Y".

           77 end-of-schedule pic x.
           77 student-charges pic 9(03).

           77 students-read      pic 9(05) value zero.
           77 students-billed    pic 9(05) value zero.
           77 students-unlisted  pic 9(05) value zero.
           77 charges-written    pic 9(05) value zero.
           77 charges-total      pic 9(09) value zero.

      *> mirror of sum_with_input's ledger-detail layout with the
      *> posting-source column after the account: FAC for a billing
      *> charge, blank for the interactive entries.
           01 ledger-detail.
               05 ld-addend-count pic z9.
               05 filler          pic x(02) value space.
               05 ld-total        pic zzzz9.
               05 filler          pic x(02) value space.
               05 ld-timestamp    pic x(15).
               05 filler          pic x(02) value space.
               05 ld-account      pic x(04).
               05 filler          pic x(01) value space.
               05 ld-source       pic x(03).

           01 register-heading.
               05 filler            pic x(24)  value
                   " FACTURATION DU TERME  ".
               05 rh-term-code      pic x(04).
               05 filler            pic x(04)  value " AU ".
               05 rh-date           pic x(08).

           01 register-detail.
               05 filler            pic x      value space.
               05 rg-student-id     pic x(05).
               05 filler            pic x(02)  value space.
               05 rg-student-name   pic x(20).
               05 filler            pic x(02)  value space.
               05 rg-class-code     pic x(05).
               05 filler            pic x(02)  value space.
               05 rg-account-code   pic x(04).
               05 filler            pic x(02)  value space.
               05 rg-amount         pic zzzz9.
               05 filler            pic x(02)  value space.
               05 rg-flag           pic x(12).

           01 register-total.
               05 filler            pic x(08)  value " TOTAL  ".
               05 rt-charges        pic zzzz9.
               05 filler            pic x(10)  value " CHARGES  ".
               05 rt-total          pic zzzzzzzz9.

       procedure division.

           perform write-runlog-start.

           perform read-session-operator.
           perform read-business-date.

           perform check-posting-period.
           if pf-period-is-closed
               display "error: ledger closed through "
                   pf-closed-through
      *> non-zero so a calling job step can detect the refused run.
               move 8 to return-code
               perform write-runlog-end
               goback
           end-if.

           open input control-file.
           if control-file-status = "00"
               read control-file
                   not at end move bc-term-code to billing-term
               end-read
               close control-file
           end-if.

           if billing-term = spaces
               display "error: no term on BILLING-CONTROL.DAT"
      *> non-zero so a calling job step can detect the missing card.
               move 8 to return-code
               perform write-runlog-end
               goback
           end-if.

           move "T" to cd-action.
           move business-date to cd-date-from.
           move billing-term to cd-term-code.
           call "caldate" using cd-action cd-date-from
               cd-date-to cd-term-code cd-day-count cd-result.
           if cd-result = "U"
               display "error: term " billing-term
                   " is not on the school calendar"
               move 8 to return-code
               perform write-runlog-end
               goback
           end-if.
           if cd-result = "O"
               display "warning: business date " business-date
                   " is outside term " billing-term
           end-if.

           perform check-term-billed.
           if term-was-billed
               display "error: term " billing-term " already billed"
      *> non-zero: a second charge to every family is never wanted.
               move 8 to return-code
               perform write-runlog-end
               goback
           end-if.

           open input student-master-file.
           if student-master-status not = "00"
               display "error: cannot open STUDENT-MASTER.DAT"
               move 8 to return-code
               perform write-runlog-end
               goback
           end-if.

           open input fee-schedule-file.
           if fee-schedule-status not = "00"
               display "error: cannot open FEE-SCHEDULE.DAT"
               close student-master-file
               move 8 to return-code
               perform write-runlog-end
               goback
           end-if.

           open extend student-account-file.
           if student-account-status = "35"
               open output student-account-file
           end-if.

           open extend ledger-file.
           if ledger-file-status = "35"
               open output ledger-file
           end-if.

           open output register-file.
           move billing-term to rh-term-code.
           move business-date to rh-date.
           move register-heading to register-line.
           write register-line.
           move spaces to register-line.
           write register-line.

           move function current-date to run-timestamp.

           perform until no-more-master
               read student-master-file next record
                   at end move "Y" to end-of-master
                   not at end
                       add 1 to students-read
                       if sm-is-enrolled
                           perform bill-one-student
                       end-if
               end-read
           end-perform.

           move spaces to register-line.
           write register-line.
           move charges-written to rt-charges.
           move charges-total to rt-total.
           move register-total to register-line.
           write register-line.

           close register-file.
           close ledger-file.
           close student-account-file.
           close fee-schedule-file.
           close student-master-file.

           perform book-billing-run.

           display "students read:         " students-read.
           display "students billed:       " students-billed.
           display "charges written:       " charges-written.
           display "total charged:         " charges-total.

           if students-unlisted > zero
               display "enrolled with no fee schedule: "
                   students-unlisted
      *> non-zero so the office completes the schedule and bills
      *> the class by hand.
               move 4 to return-code
           end-if.

           perform write-runlog-end.
       goback.

       write-runlog-start.

           move "feebill" to rl-program-name.
           move "START" to rl-event.
           move zero to rl-records-read.
           move zero to rl-records-written.
           move zero to rl-return-code.
           call "runlog" using rl-program-name rl-event
               rl-records-read rl-records-written rl-return-code.

       write-runlog-end.

           move "feebill" to rl-program-name.
           move "END" to rl-event.
           move students-read to rl-records-read.
           move charges-written to rl-records-written.
           move return-code to rl-return-code.
           call "runlog" using rl-program-name rl-event
               rl-records-read rl-records-written rl-return-code.

       read-session-operator.

           open input session-file.
           if session-file-status = "00"
               read session-file
                   not at end move so-operator-id to session-operator
               end-read
               close session-file
           end-if.

      *> the posting is stamped with today's date but books to the
      *> business date: the earlier of the two must lie in a month
      *> the ledger has not closed.
       check-posting-period.

           move function current-date(1:8) to pf-posting-date.
           if business-date < pf-posting-date
               move business-date to pf-posting-date
           end-if.
           call "perlock" using pf-posting-date pf-closed-through
               pf-result.

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

       check-term-billed.

           open input billing-runs-file.
           if billing-runs-status = "00"
               perform until end-of-runs = "Y"
                   read billing-runs-file
                       at end move "Y" to end-of-runs
                       not at end
                           if br-term-code = billing-term
                               move "Y" to term-already-billed
                           end-if
                   end-read
               end-perform
               close billing-runs-file
           end-if.

      *> the schedule is keyed class then account, so the class's
      *> fees are the run of records starting at the class key.
       bill-one-student.

           move zero to student-charges.
           move sm-class-code to fe-class-code.
           move low-values to fe-account-code.
           move "N" to end-of-schedule.

           start fee-schedule-file
                   key is not less than fe-schedule-key
               invalid key move "Y" to end-of-schedule
           end-start.

           perform until end-of-schedule = "Y"
               read fee-schedule-file next record
                   at end move "Y" to end-of-schedule
                   not at end
                       if fe-class-code not = sm-class-code
                           move "Y" to end-of-schedule
                       else
                           if fe-amount > zero
                               perform write-one-charge
                           end-if
                       end-if
               end-read
           end-perform.

           if student-charges > zero
               add 1 to students-billed
           else
               add 1 to students-unlisted
               move spaces to register-detail
               move sm-student-id to rg-student-id
               move sm-student-name to rg-student-name
               move sm-class-code to rg-class-code
               move zero to rg-amount
               move "SANS BAREME" to rg-flag
               move register-detail to register-line
               write register-line
           end-if.

       write-one-charge.

           move spaces to student-account-record.
           move sm-student-id to sa-student-id.
           move business-date to sa-post-date.
           move "C" to sa-kind.
           move fe-account-code to sa-account-code.
           move billing-term to sa-term-code.
           move fe-amount to sa-amount.
           move fe-description(1:10) to sa-reference.
           move session-operator to sa-operator.
           write student-account-record.

           move 1 to ld-addend-count.
           move fe-amount to ld-total.
           move run-timestamp to ld-timestamp.
           move fe-account-code to ld-account.
           move "FAC" to ld-source.
           move ledger-detail to ledger-line.
           write ledger-line.

           move spaces to register-detail.
           move sm-student-id to rg-student-id.
           move sm-student-name to rg-student-name.
           move sm-class-code to rg-class-code.
           move fe-account-code to rg-account-code.
           move fe-amount to rg-amount.
           move register-detail to register-line.
           write register-line.

           add 1 to student-charges.
           add 1 to charges-written.
           add fe-amount to charges-total.

       book-billing-run.

           open extend billing-runs-file.
           if billing-runs-status = "35"
               open output billing-runs-file
           end-if.

           move billing-term to br-term-code.
           move business-date to br-run-date.
           move session-operator to br-operator.
           move students-billed to br-students.
           move charges-written to br-charges.
           move charges-total to br-total.
           write billing-runs-record.
           close billing-runs-file.
