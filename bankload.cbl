      *> bank statement import: the statement the bank sends as a
      *> comma-separated export, saved as BANK-STATEMENT.CSV, is
      *> loaded line by line onto BANK-LINES.DAT for the matching run
      *> and the reconciliation report, instead of being ticked by
      *> hand against a ledger printout. each line is value date,
      *> amount -- money in positive, money out with a leading minus,
      *> a decimal point before the cents -- bank reference and the
      *> bank's description, in the date order the bank exports it.
      *>
      *> a line is keyed by its value date and its place among that
      *> date's lines on the file, so loading the same statement
      *> again finds every line already there and adds nothing: the
      *> run can sit in the nightly window and pick up whatever the
      *> bursar last saved. a line out of date order cannot be keyed
      *> that way and is refused. refused lines land on
      *> BANK-REJECTS.DAT with their line numbers and a reason code.
      *> no statement waiting is not an error.
      *>
      *> reason codes:
      *>   B01 value date missing or no date  B02 amount missing
      *>   B03 amount not numeric             B04 amount zero
      *>   B05 amount too large               B06 reference too long
      *>   B07 line out of date order
       identification division.
       program-id. bankload.

       environment division.
       input-output section.
       file-control.
           select csv-file assign to "BANK-STATEMENT.CSV"
               organization line sequential
               file status is csv-file-status.

           select bank-line-file assign to "BANK-LINES.DAT"
               organization indexed
               access mode is dynamic
               record key is bk-line-key
               file status is bank-line-status.

           select reject-file assign to "BANK-REJECTS.DAT"
               organization line sequential.

       data division.
       file section.
       fd  csv-file.
       01  csv-line pic x(120).

       fd  bank-line-file.
           copy bankline.

       fd  reject-file.
       01  reject-line pic x(100).

       working-storage section.

           copy runlogfields.

           77 csv-file-status  pic xx.
           77 bank-line-status pic xx.

           77 end-of-csv pic x value "N".
               88 no-more-csv value "Y".

           77 line-number pic 9(06) value zero.

      *> one field per comma: value date, amount, reference,
      *> description.
           77 csv-value-date  pic x(10).
           77 csv-amount      pic x(16).
           77 csv-reference   pic x(20).
           77 csv-description pic x(40).

           77 value-date-int pic 9(07).
           77 previous-date  pic x(08) value spaces.
           77 date-sequence  pic 9(04) value zero.

           77 numeric-text-ok pic x.
           77 text-idx        pic 9(02).
           77 digit-count     pic 9(02).
           77 decimal-count   pic 9(02).
           77 point-seen      pic x.
           77 check-char      pic x.

           77 work-amount pic s9(11)v99.

           77 reason-code pic x(03).
           77 reject-reason pic x(30).

           77 rows-read     pic 9(06) value zero.
           77 rows-loaded   pic 9(06) value zero.
           77 rows-on-file  pic 9(06) value zero.
           77 rows-rejected pic 9(06) value zero.

           01 reject-detail.
               05 filler            pic x      value space.
               05 rj-line-number    pic zzzzz9.
               05 filler            pic x(02)  value space.
               05 rj-reason-code    pic x(03).
               05 filler            pic x      value space.
               05 rj-reason         pic x(30).
               05 filler            pic x(02)  value space.
               05 rj-line-image     pic x(55).

       procedure division.

           perform write-runlog-start.

           open input csv-file.
           if csv-file-status not = "00"
               display "no bank statement waiting to load"
               perform write-runlog-end
               goback
           end-if.

           open i-o bank-line-file.
           if bank-line-status = "35"
               open output bank-line-file
               close bank-line-file
               open i-o bank-line-file
           end-if.
           if bank-line-status not = "00"
               display "error: cannot open BANK-LINES.DAT"
               close csv-file
      *> non-zero so a calling job step can detect the missing file.
               move 8 to return-code
               perform write-runlog-end
               goback
           end-if.

           open output reject-file.

           perform until no-more-csv
               read csv-file
                   at end move "Y" to end-of-csv
                   not at end perform load-one-row
               end-read
           end-perform.

           close reject-file.
           close bank-line-file.
           close csv-file.

           display "statement lines read:  " rows-read.
           display "lines loaded:          " rows-loaded.
           display "lines already on file: " rows-on-file.
           display "lines rejected:        " rows-rejected.

           if rows-rejected > zero
      *> non-zero so the bursar sees the lines the reconciliation
      *> will be missing.
               move 4 to return-code
           end-if.

           perform write-runlog-end.
       goback.

       write-runlog-start.

           move "bankload" to rl-program-name.
           move "START" to rl-event.
           move zero to rl-records-read.
           move zero to rl-records-written.
           move zero to rl-return-code.
           call "runlog" using rl-program-name rl-event
               rl-records-read rl-records-written rl-return-code.

       write-runlog-end.

           move "bankload" to rl-program-name.
           move "END" to rl-event.
           move rows-read to rl-records-read.
           move rows-loaded to rl-records-written.
           move return-code to rl-return-code.
           call "runlog" using rl-program-name rl-event
               rl-records-read rl-records-written rl-return-code.

       load-one-row.

           add 1 to line-number.
           add 1 to rows-read.
           move spaces to reason-code.
           move spaces to reject-reason.
           move zero to work-amount.

           move spaces to csv-value-date.
           move spaces to csv-amount.
           move spaces to csv-reference.
           move spaces to csv-description.

           unstring csv-line delimited by ","
               into csv-value-date
                    csv-amount
                    csv-reference
                    csv-description
           end-unstring.

           perform validate-value-date.

           if reason-code = spaces
               perform validate-other-fields
           end-if.

           if reason-code = spaces
               perform write-bank-line
           else
               add 1 to rows-rejected
               move line-number to rj-line-number
               move reason-code to rj-reason-code
               move reject-reason to rj-reason
               move csv-line to rj-line-image
               move reject-detail to reject-line
               write reject-line
           end-if.

      *> the line's place among its date's lines is counted for
      *> every dated line, refused or not, so correcting a refused
      *> line and reloading leaves the other lines' keys alone.
       validate-value-date.

           move zero to value-date-int.
           if csv-value-date(1:8) is numeric
               compute value-date-int = function integer-of-date(
                   function numval(csv-value-date(1:8)))
           end-if.

           evaluate true
               when csv-value-date(9:) not = spaces
                       or value-date-int = zero
                   move "B01" to reason-code
                   move "value date missing or no date"
                       to reject-reason
               when previous-date not = spaces
                       and csv-value-date(1:8) < previous-date
                   move "B07" to reason-code
                   move "line out of date order" to reject-reason
               when csv-value-date(1:8) = previous-date
                   add 1 to date-sequence
               when other
                   move csv-value-date(1:8) to previous-date
                   move 1 to date-sequence
           end-evaluate.

       validate-other-fields.

           evaluate true
               when csv-amount = spaces
                   move "B02" to reason-code
                   move "amount missing" to reject-reason
               when csv-reference(17:) not = spaces
                   move "B06" to reason-code
                   move "reference too long" to reject-reason
               when other
                   perform validate-amount
           end-evaluate.

      *> digits with an optional leading minus and at most two
      *> decimals after a point.
       validate-amount.

           move "Y" to numeric-text-ok.
           move zero to digit-count.
           move zero to decimal-count.
           move "N" to point-seen.

           perform varying text-idx from 1 by 1 until text-idx > 16
               move csv-amount(text-idx:1) to check-char
               evaluate true
                   when check-char = space
                       continue
                   when check-char = "-" and digit-count = zero
                           and point-seen = "N"
                       continue
                   when check-char = "." and point-seen = "N"
                       move "Y" to point-seen
                   when check-char >= "0" and check-char <= "9"
                       add 1 to digit-count
                       if point-seen = "Y"
                           add 1 to decimal-count
                       end-if
                   when other
                       move "N" to numeric-text-ok
               end-evaluate
           end-perform.

           if digit-count = zero or decimal-count > 2
               move "N" to numeric-text-ok
           end-if.

           if numeric-text-ok = "N"
               move "B03" to reason-code
               move "amount not numeric" to reject-reason
           else
               compute work-amount = function numval(csv-amount)
               evaluate true
                   when work-amount = zero
                       move "B04" to reason-code
                       move "amount zero" to reject-reason
                   when work-amount > 999999999.99
                           or work-amount < -999999999.99
                       move "B05" to reason-code
                       move "amount too large" to reject-reason
                   when other
                       continue
               end-evaluate
           end-if.

       write-bank-line.

           move spaces to bank-line-record.
           move csv-value-date(1:8) to bk-value-date.
           move date-sequence to bk-sequence.
           move work-amount to bk-amount.
           move csv-reference(1:16) to bk-reference.
           move csv-description(1:30) to bk-description.
           move "U" to bk-match-status.
           move zero to bk-match-count.
           write bank-line-record
               invalid key
                   add 1 to rows-on-file
               not invalid key
                   add 1 to rows-loaded
           end-write.
