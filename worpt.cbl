      *> monthly stock write-off report: every write-off posted in
      *> the month of the business date, off the write-off register,
      *> broken down by reason code and within each reason by item
      *> class, with the number of write-offs, the units and their
      *> value at the unit cost they were posted at; a total per
      *> reason and for the month. the value written off without a
      *> second signature and the value approved are shown apart on
      *> the month total, so the limit can be judged. printed to
      *> WRITEOFF-REPORT.DAT.
       identification division.
       program-id. worpt.

       environment division.
       input-output section.
       file-control.
           select writeoff-file assign to "WRITEOFF-REGISTER.DAT"
               organization line sequential
               file status is writeoff-file-status.

           select print-file assign to "WRITEOFF-REPORT.DAT"
               organization line sequential.

           select run-date-file assign to "RUN-DATE.DAT"
               organization line sequential
               file status is run-date-status.

           select sort-file assign to "WORPT.TMP".

       data division.
       file section.
       fd  writeoff-file.
           copy wodetail.

       fd  print-file.
       01  print-line pic x(80).

       fd  run-date-file.
       01  run-date-record.
           05 rdc-business-date pic x(08).

       sd  sort-file.
       01  sort-record.
           05 sk-reason-code   pic x(05).
           05 sk-item-class    pic x(01).
           05 sk-quantity      pic 9(05).
           05 sk-value         pic 9(07)v99.
           05 sk-approved      pic x(01).

       working-storage section.

           copy runlogfields.

           77 writeoff-file-status pic xx.
           77 run-date-status      pic xx.
           77 business-date        pic x(08).
           77 report-month         pic x(06).

           77 end-of-writeoffs pic x value "N".
               88 no-more-writeoffs value "Y".
           77 sort-eof pic x.

           77 records-read   pic 9(06) value zero.
           77 records-listed pic 9(06) value zero.

           77 current-reason pic x(05).
           77 current-class  pic x(01).

           77 class-count    pic 9(05).
           77 class-units    pic 9(07).
           77 class-value    pic 9(09)v99.
           77 reason-count   pic 9(05).
           77 reason-units   pic 9(07).
           77 reason-value   pic 9(09)v99.
           77 month-count    pic 9(06) value zero.
           77 month-units    pic 9(08) value zero.
           77 month-value    pic 9(10)v99 value zero.
           77 month-approved pic 9(10)v99 value zero.
           77 month-direct   pic 9(10)v99 value zero.

           01 report-heading.
               05 filler            pic x(18)  value
                   " DEMARQUE DU MOIS ".
               05 rh-month          pic x(06).
               05 filler            pic x(04)  value " LE ".
               05 rh-date           pic x(08).

           01 column-heading.
               05 filler            pic x(48)  value
                   " MOTIF  CLASSE  NOMBRE   QUANTITE         VALEUR".

           01 class-detail.
               05 filler            pic x      value space.
               05 cd-reason-code    pic x(05).
               05 filler            pic x(04)  value space.
               05 cd-item-class     pic x(01).
               05 filler            pic x(06)  value space.
               05 cd-count          pic zzzz9.
               05 filler            pic x(04)  value space.
               05 cd-units          pic zzzzzz9.
               05 filler            pic x(03)  value space.
               05 cd-value          pic zzzzzzzz9.99.

           01 reason-total.
               05 filler            pic x(17)  value
                   " TOTAL MOTIF     ".
               05 rt-count          pic zzzz9.
               05 filler            pic x(04)  value space.
               05 rt-units          pic zzzzzz9.
               05 filler            pic x(03)  value space.
               05 rt-value          pic zzzzzzzz9.99.

           01 month-total.
               05 filler            pic x(16)  value
                   " TOTAL DU MOIS  ".
               05 mt-count          pic zzzzz9.
               05 filler            pic x(03)  value space.
               05 mt-units          pic zzzzzzz9.
               05 filler            pic x(02)  value space.
               05 mt-value          pic zzzzzzzzz9.99.

           01 month-split.
               05 filler            pic x(22)  value space.
               05 ms-label          pic x(13).
               05 ms-value          pic zzzzzzzzz9.99.

       procedure division.

           perform write-runlog-start.

           perform read-business-date.
           move business-date(1:6) to report-month.

           open output print-file.

           move report-month to rh-month.
           move business-date to rh-date.
           move report-heading to print-line.
           write print-line.
           move spaces to print-line.
           write print-line.
           move column-heading to print-line.
           write print-line.
           move spaces to print-line.
           write print-line.

           sort sort-file
               on ascending key sk-reason-code
                                sk-item-class
               input procedure is release-month-writeoffs
               output procedure is print-writeoffs.

           if month-count = zero
               move "  AUCUNE DEMARQUE CE MOIS" to print-line
               write print-line
           else
               move month-count to mt-count
               move month-units to mt-units
               move month-value to mt-value
               move month-total to print-line
               write print-line
               move "SANS VISA" to ms-label
               move month-direct to ms-value
               move month-split to print-line
               write print-line
               move "APRES VISA" to ms-label
               move month-approved to ms-value
               move month-split to print-line
               write print-line
           end-if.

           close print-file.

           display "write-offs read:      " records-read.
           display "write-offs listed:    " records-listed.

           perform write-runlog-end.
       goback.

       write-runlog-start.

           move "worpt" to rl-program-name.
           move "START" to rl-event.
           move zero to rl-records-read.
           move zero to rl-records-written.
           move zero to rl-return-code.
           call "runlog" using rl-program-name rl-event
               rl-records-read rl-records-written rl-return-code.

       write-runlog-end.

           move "worpt" to rl-program-name.
           move "END" to rl-event.
           move records-read to rl-records-read.
           move records-listed to rl-records-written.
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

       release-month-writeoffs.

           open input writeoff-file.
           if writeoff-file-status = "00"
               perform until no-more-writeoffs
                   read writeoff-file
                       at end move "Y" to end-of-writeoffs
                       not at end
                           add 1 to records-read
                           if wr-post-date(1:6) = report-month
                               perform release-one-writeoff
                           end-if
                   end-read
               end-perform
               close writeoff-file
           end-if.

       release-one-writeoff.

           move wr-reason-code to sk-reason-code.
           move wr-item-class to sk-item-class.
           move wr-quantity to sk-quantity.
           move wr-value to sk-value.
           if wr-approved-by = spaces
               move "N" to sk-approved
           else
               move "Y" to sk-approved
           end-if.
           release sort-record.

       print-writeoffs.

           move high-values to current-reason.
           move high-values to current-class.
           move "N" to sort-eof.
           perform return-one-writeoff
               until sort-eof = "Y".

           if current-reason not = high-values
               perform print-class-line
               perform print-reason-total
           end-if.

       return-one-writeoff.

           return sort-file
               at end move "Y" to sort-eof
               not at end
                   if sk-reason-code not = current-reason
                       if current-reason not = high-values
                           perform print-class-line
                           perform print-reason-total
                       end-if
                       perform start-new-reason
                       perform start-new-class
                   else
                       if sk-item-class not = current-class
                           perform print-class-line
                           perform start-new-class
                       end-if
                   end-if
                   perform tally-one-writeoff
           end-return.

       start-new-reason.

           move sk-reason-code to current-reason.
           move zero to reason-count.
           move zero to reason-units.
           move zero to reason-value.

       start-new-class.

           move sk-item-class to current-class.
           move zero to class-count.
           move zero to class-units.
           move zero to class-value.

       tally-one-writeoff.

           add 1 to records-listed.
           add 1 to class-count.
           add sk-quantity to class-units.
           add sk-value to class-value.

           add 1 to month-count.
           add sk-quantity to month-units.
           add sk-value to month-value.
           if sk-approved = "Y"
               add sk-value to month-approved
           else
               add sk-value to month-direct
           end-if.

      *> an item with no class yet shows as "-".
       print-class-line.

           move current-reason to cd-reason-code.
           if current-class = space
               move "-" to cd-item-class
           else
               move current-class to cd-item-class
           end-if.
           move class-count to cd-count.
           move class-units to cd-units.
           move class-value to cd-value.
           move class-detail to print-line.
           write print-line.

           add class-count to reason-count.
           add class-units to reason-units.
           add class-value to reason-value.

       print-reason-total.

           move reason-count to rt-count.
           move reason-units to rt-units.
           move reason-value to rt-value.
           move reason-total to print-line.
           write print-line.
           move spaces to print-line.
           write print-line.
