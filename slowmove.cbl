      *> slow-moving and obsolete stock: for every active item with
      *> stock on hand, the date it last went out to a customer or a
      *> student -- the last shipment, backorder fill or textbook
      *> loan on the movement ledger -- and the on-hand value at unit
      *> cost put in a bucket by the months since: up to 3, 3 to 6,
      *> 6 to 12, over 12. an item never used counts as over 12.
      *>
      *> stock unused for 6 months or more is at risk and is listed
      *> as a candidate: back to the preferred supplier while it is
      *> still under a year old and the item has one, written off
      *> otherwise. the buckets and the value at risk are totalled
      *> per item class and for the whole store for the bursar.
      *> printed to SLOW-STOCK.DAT.
       identification division.
       program-id. slowmove.

       environment division.
       input-output section.
       file-control.
           select movements-file assign to "ITEM-MOVEMENTS.DAT"
               organization line sequential
               file status is movements-file-status.

           select item-master-file assign to "ITEM-MASTER.DAT"
               organization indexed
               access mode is dynamic
               record key is im-item-id
               file status is item-master-status.

           select print-file assign to "SLOW-STOCK.DAT"
               organization line sequential.

           select run-date-file assign to "RUN-DATE.DAT"
               organization line sequential
               file status is run-date-status.

           select sort-file assign to "SLOWMOVE.TMP".

       data division.
       file section.
       fd  movements-file.
       01  movements-record.
           05 mvr-item-id     pic x(05).
           05 filler          pic x.
           05 mvr-move-date   pic x(08).
           05 filler          pic x.
           05 mvr-move-type   pic x(03).
               88 mvr-is-usage value "EXP" "BOF" "PRT".
           05 filler          pic x.
           05 mvr-ref-number  pic x(08).
           05 filler          pic x.
           05 mvr-quantity    pic s9(06) sign leading separate.
           05 filler          pic x.
           05 mvr-new-balance pic 9(06).

       fd  item-master-file.
           copy itemmast.

       fd  print-file.
       01  print-line pic x(80).

       fd  run-date-file.
       01  run-date-record.
           05 rdc-business-date pic x(08).

      *> one record per usage movement, and one dated zeros per
      *> active item with stock so an item never used is still seen.
       sd  sort-file.
       01  sort-record.
           05 sk-item-id   pic x(05).
           05 sk-move-date pic x(08).

       working-storage section.

           copy runlogfields.

           77 movements-file-status pic xx.
           77 item-master-status    pic xx.
           77 run-date-status       pic xx.
           77 business-date         pic x(08).

           01 today-parts.
               05 today-year    pic 9(04).
               05 today-month   pic 9(02).
               05 today-day     pic 9(02).

           01 last-use-parts.
               05 last-use-year  pic 9(04).
               05 last-use-month pic 9(02).
               05 last-use-day   pic 9(02).

           77 end-of-file pic x.
           77 sort-eof    pic x.

           77 movements-read   pic 9(07) value zero.
           77 items-reviewed   pic 9(05) value zero.
           77 candidates-listed pic 9(05) value zero.

           77 current-item   pic x(05).
           77 last-use-date  pic x(08).
           77 months-since   pic s9(05).
           77 bucket-idx     pic 9(01).
           77 on-hand-value  pic 9(10)v99.

      *> one accumulator per item class seen, in first-seen order;
      *> buckets 1 to 4 by months since last use, 5 the value at
      *> risk -- unused 6 months or more.
           77 class-count pic 9(02) value zero.
           77 class-idx   pic 9(02).
           77 class-slot  pic 9(02).

           01 class-table.
               05 class-entry occurs 20 times.
                   10 cv-item-class pic x(01).
                   10 cv-bucket-value occurs 5 times pic 9(11)v99.

           01 grand-buckets.
               05 gb-value occurs 5 times pic 9(12)v99.

           01 report-heading.
               05 filler            pic x(30)  value
                   " STOCK DORMANT ET OBSOLETE AU ".
               05 rh-date           pic x(08).

           01 candidate-heading.
               05 filler            pic x(43)  value
                   " ARTICLE DESIGNATION          CL DERN.SORT".
               05 filler            pic x(36)  value
                   "   MOIS        VALEUR  PROPOSITION".

           01 candidate-detail.
               05 filler            pic x      value space.
               05 cd-item-id        pic x(05).
               05 filler            pic x(03)  value space.
               05 cd-item-desc      pic x(20).
               05 filler            pic x(01)  value space.
               05 cd-item-class     pic x(01).
               05 filler            pic x(02)  value space.
               05 cd-last-use       pic x(08).
               05 filler            pic x(05)  value space.
               05 cd-months         pic zz9.
               05 filler            pic x(02)  value space.
               05 cd-value          pic zzzzzzzz9.99.
               05 filler            pic x(02)  value space.
               05 cd-proposal       pic x(10).

           01 class-heading.
               05 filler            pic x(09)  value " CLASSE".
               05 filler            pic x(13)  value "     0-3 MOIS".
               05 filler            pic x(13)  value "     3-6 MOIS".
               05 filler            pic x(13)  value "    6-12 MOIS".
               05 filler            pic x(13)  value "     +12 MOIS".
               05 filler            pic x(13)  value "     A RISQUE".

           01 class-total-detail.
               05 filler            pic x(08)  value " CLASSE ".
               05 ct-item-class     pic x(01).
               05 ct-bucket occurs 5 times.
                   10 filler        pic x      value space.
                   10 ct-value      pic zzzzzzzz9.99.

           01 grand-total-detail.
               05 filler            pic x(09)  value " TOTAL   ".
               05 gt-bucket occurs 5 times.
                   10 filler        pic x      value space.
                   10 gt-value      pic zzzzzzzz9.99.

       procedure division.

           perform write-runlog-start.

           perform read-business-date.
           move business-date to today-parts.

           open input item-master-file.
           if item-master-status not = "00"
               display "error: cannot open ITEM-MASTER.DAT"
      *> non-zero so a calling job step can detect the missing file.
               move 8 to return-code
               perform write-runlog-end
               goback
           end-if.

           open output print-file.

           move business-date to rh-date.
           move report-heading to print-line.
           write print-line.
           move spaces to print-line.
           write print-line.
           move " CANDIDATS AU RETOUR OU A LA DEMARQUE" to print-line.
           write print-line.
           move spaces to print-line.
           write print-line.
           move candidate-heading to print-line.
           write print-line.

           perform varying bucket-idx from 1 by 1
                   until bucket-idx > 5
               move zero to gb-value(bucket-idx)
           end-perform.

           sort sort-file
               on ascending key sk-item-id
                                sk-move-date
               input procedure is release-last-use
               output procedure is age-items.

           if candidates-listed = zero
               move "  AUCUN ARTICLE DORMANT" to print-line
               write print-line
           end-if.

           perform write-class-totals.

           close print-file.
           close item-master-file.

           display "movements read:       " movements-read.
           display "items reviewed:       " items-reviewed.
           display "candidates listed:    " candidates-listed.

           perform write-runlog-end.
       goback.

       write-runlog-start.

           move "slowmove" to rl-program-name.
           move "START" to rl-event.
           move zero to rl-records-read.
           move zero to rl-records-written.
           move zero to rl-return-code.
           call "runlog" using rl-program-name rl-event
               rl-records-read rl-records-written rl-return-code.

       write-runlog-end.

           move "slowmove" to rl-program-name.
           move "END" to rl-event.
           move items-reviewed to rl-records-read.
           move candidates-listed to rl-records-written.
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

       release-last-use.

           move "N" to end-of-file.
           perform until end-of-file = "Y"
               read item-master-file next record
                   at end move "Y" to end-of-file
                   not at end
                       if im-is-active and im-on-hand > zero
                           move im-item-id to sk-item-id
                           move zeros to sk-move-date
                           release sort-record
                       end-if
               end-read
           end-perform.

           open input movements-file.
           if movements-file-status = "00"
               move "N" to end-of-file
               perform until end-of-file = "Y"
                   read movements-file
                       at end move "Y" to end-of-file
                       not at end
                           add 1 to movements-read
                           if mvr-is-usage
                                   and mvr-quantity < zero
                                   and mvr-move-date is numeric
                               move mvr-item-id to sk-item-id
                               move mvr-move-date to sk-move-date
                               release sort-record
                           end-if
                   end-read
               end-perform
               close movements-file
           end-if.

      *> the dates come back in order within the item, so the last
      *> one seen is the last use.
       age-items.

           move high-values to current-item.
           move "N" to sort-eof.
           perform return-one-use
               until sort-eof = "Y".

           if current-item not = high-values
               perform age-one-item
           end-if.

       return-one-use.

           return sort-file
               at end move "Y" to sort-eof
               not at end
                   if sk-item-id not = current-item
                       if current-item not = high-values
                           perform age-one-item
                       end-if
                       move sk-item-id to current-item
                   end-if
                   move sk-move-date to last-use-date
           end-return.

       age-one-item.

           move current-item to im-item-id.
           read item-master-file
               invalid key continue
               not invalid key
                   if im-is-active and im-on-hand > zero
                       perform bucket-one-item
                   end-if
           end-read.

      *> whole calendar months since the last use, the month not
      *> counted until its day comes round.
       bucket-one-item.

           add 1 to items-reviewed.

           if last-use-date = zeros
               move 999 to months-since
           else
               move last-use-date to last-use-parts
               compute months-since =
                   (today-year * 12 + today-month)
                       - (last-use-year * 12 + last-use-month)
               if today-day < last-use-day
                   subtract 1 from months-since
               end-if
               if months-since < zero
                   move zero to months-since
               end-if
           end-if.

           evaluate true
               when months-since < 3  move 1 to bucket-idx
               when months-since < 6  move 2 to bucket-idx
               when months-since < 12 move 3 to bucket-idx
               when other             move 4 to bucket-idx
           end-evaluate.

           compute on-hand-value = im-on-hand * im-unit-cost.

           perform post-to-class-total.

           if bucket-idx > 2
               perform list-candidate
           end-if.

       list-candidate.

           move im-item-id to cd-item-id.
           move im-item-desc to cd-item-desc.
           move im-item-class to cd-item-class.
           if last-use-date = zeros
               move "JAMAIS" to cd-last-use
               move zero to cd-months
           else
               move last-use-date to cd-last-use
               move months-since to cd-months
           end-if.
           move on-hand-value to cd-value.
           if bucket-idx = 3 and im-supplier-code not = spaces
               move "RETOUR FRN" to cd-proposal
           else
               move "DEMARQUE" to cd-proposal
           end-if.
           move candidate-detail to print-line.
           write print-line.
           add 1 to candidates-listed.

       post-to-class-total.

           move zero to class-slot.
           perform varying class-idx from 1 by 1
                   until class-idx > class-count
                       or class-slot > zero
               if cv-item-class(class-idx) = im-item-class
                   move class-idx to class-slot
               end-if
           end-perform.

           if class-slot = zero and class-count < 20
               add 1 to class-count
               move class-count to class-slot
               move im-item-class to cv-item-class(class-slot)
               move zero to cv-bucket-value(class-slot, 1)
               move zero to cv-bucket-value(class-slot, 2)
               move zero to cv-bucket-value(class-slot, 3)
               move zero to cv-bucket-value(class-slot, 4)
               move zero to cv-bucket-value(class-slot, 5)
           end-if.

           if class-slot > zero
               add on-hand-value
                   to cv-bucket-value(class-slot, bucket-idx)
               if bucket-idx > 2
                   add on-hand-value to cv-bucket-value(class-slot, 5)
               end-if
           end-if.

           add on-hand-value to gb-value(bucket-idx).
           if bucket-idx > 2
               add on-hand-value to gb-value(5)
           end-if.

       write-class-totals.

           move spaces to print-line.
           write print-line.
           move spaces to print-line.
           write print-line.
           move class-heading to print-line.
           write print-line.
           move spaces to print-line.
           write print-line.

           perform varying class-idx from 1 by 1
                   until class-idx > class-count
               move cv-item-class(class-idx) to ct-item-class
               perform varying bucket-idx from 1 by 1
                       until bucket-idx > 5
                   move cv-bucket-value(class-idx, bucket-idx)
                       to ct-value(bucket-idx)
               end-perform
               move class-total-detail to print-line
               write print-line
           end-perform.

           perform varying bucket-idx from 1 by 1
                   until bucket-idx > 5
               move gb-value(bucket-idx) to gt-value(bucket-idx)
           end-perform.
           move grand-total-detail to print-line.
           write print-line.
