      *> start-of-year supply kit explosion: next year's class list
      *> from the rollover gives the projected headcount of every
      *> class, and each class's kit definition is multiplied out by
      *> it. every kit line becomes an order transaction on
      *> TRANSACTIONS.DAT -- code 2, the class as the customer -- so
      *> the dispatcher sends it through shipping like any customer
      *> order: allocated from stock, backordered when short, and
      *> filled by receiving as the stock comes in. the requirement
      *> per class is printed to KIT-REQUIREMENTS.DAT, and the
      *> requirement per item against on-hand plus on-order to
      *> KIT-SHORTAGES.DAT, so purchasing sees what to order before
      *> the pickers do. the run is booked per year on KIT-RUNS.DAT;
      *> a second run in the same year is refused rather than
      *> ordering every kit twice. headings per LANG-FLAG.DAT.
       identification division.
       program-id. kitexplode.

       environment division.
       input-output section.
       file-control.
           select next-year-file assign to "NEXT-YEAR-CLASSES.DAT"
               organization line sequential
               file status is next-year-status.

           select kit-file assign to "KIT-DEFINITIONS.DAT"
               organization indexed
               access mode is dynamic
               record key is kt-kit-key
               file status is kit-file-status.

           select item-master-file assign to "ITEM-MASTER.DAT"
               organization indexed
               access mode is dynamic
               record key is im-item-id
               file status is item-master-status.

           select transactions-file assign to "TRANSACTIONS.DAT"
               organization line sequential
               file status is transactions-status.

           select requirement-file assign to "KIT-REQUIREMENTS.DAT"
               organization line sequential.

           select shortage-file assign to "KIT-SHORTAGES.DAT"
               organization line sequential.

           select kit-runs-file assign to "KIT-RUNS.DAT"
               organization line sequential
               file status is kit-runs-status.

           select lang-file assign to "LANG-FLAG.DAT"
               organization line sequential
               file status is lang-file-status.

           select run-date-file assign to "RUN-DATE.DAT"
               organization line sequential
               file status is run-date-status.

       data division.
       file section.
       fd  next-year-file.
       01  next-year-record.
           05 ny-student-id pic x(05).
           05 ny-class-code pic x(05).

       fd  kit-file.
           copy kitdef.

       fd  item-master-file.
           copy itemmast.

      *> mirror of the dispatcher's transactions-record.
       fd  transactions-file.
       01  transactions-record.
           05 tr-choice     pic 9.
           05 tr-ref-number pic x(08).
           05 tr-item-id    pic x(05).
           05 tr-quantity   pic 9(05).
           05 tr-date       pic x(08).
           05 tr-location   pic x(03).
           05 tr-customer   pic x(05).
           05 tr-disposition pic x(01).
           05 tr-reason-code pic x(05).

       fd  requirement-file.
       01  requirement-line pic x(80).

       fd  shortage-file.
       01  shortage-line pic x(80).

      *> one line per year exploded: the guard against a second run
      *> and the run's control totals.
       fd  kit-runs-file.
       01  kit-runs-record.
           05 kr-year          pic x(04).
           05 kr-run-date      pic x(08).
           05 kr-classes       pic 9(04).
           05 kr-orders        pic 9(05).
           05 kr-units         pic 9(07).

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

           77 next-year-status    pic xx.
           77 kit-file-status     pic xx.
           77 item-master-status  pic xx.
           77 transactions-status pic xx.
           77 kit-runs-status     pic xx.

           77 end-of-next-year pic x value "N".
           77 end-of-kit pic x.
           77 end-of-runs pic x value "N".
           77 year-already-run pic x value "N".
               88 year-was-run value "Y".

      *> next year's headcount per class, in the order the classes
      *> first appear on the class list.
           77 class-count pic 9(03) value zero.
           77 class-idx   pic 9(03).
           77 class-slot  pic 9(03).
           77 classes-dropped pic 9(03) value zero.

           01 class-table.
               05 class-entry occurs 200 times.
                   10 ce-class-code  pic x(05).
                   10 ce-headcount   pic 9(04).
                   10 ce-kit-lines   pic 9(03).

      *> the year's requirement per item, across every class.
           77 item-count pic 9(03) value zero.
           77 item-idx   pic 9(03).
           77 item-slot  pic 9(03).
           77 items-dropped pic 9(03) value zero.

           01 item-table.
               05 item-entry occurs 500 times.
                   10 ie-item-id     pic x(05).
                   10 ie-required    pic 9(07).

           77 line-required  pic 9(07).
           77 available-qty  pic 9(07).
           77 short-qty      pic 9(07).

           77 students-read    pic 9(05) value zero.
           77 orders-written   pic 9(05) value zero.
           77 units-ordered    pic 9(07) value zero.
           77 classes-no-kit   pic 9(03) value zero.
           77 lines-refused    pic 9(05) value zero.
           77 items-short      pic 9(03) value zero.

           01 report-heading.
               05 filler            pic x(02) value space.
               05 rh-title          pic x(40).
               05 filler            pic x(02) value space.
               05 rh-date           pic x(08).

           01 class-title.
               05 filler            pic x(02) value space.
               05 ct-label          pic x(08).
               05 ct-class-code     pic x(05).
               05 filler            pic x(02) value space.
               05 ct-count-label    pic x(10).
               05 ct-headcount      pic zzz9.

           01 requirement-detail.
               05 filler            pic x(04) value space.
               05 rq-item-id        pic x(05).
               05 filler            pic x(02) value space.
               05 rq-item-desc      pic x(20).
               05 filler            pic x(02) value space.
               05 rq-per-student    pic zz9.
               05 filler            pic x(03) value " x ".
               05 rq-headcount      pic zzz9.
               05 filler            pic x(03) value " = ".
               05 rq-required       pic zzzzzz9.
               05 filler            pic x(02) value space.
               05 rq-flag           pic x(12).

           01 shortage-detail.
               05 filler            pic x(02) value space.
               05 sh-item-id        pic x(05).
               05 filler            pic x(02) value space.
               05 sh-item-desc      pic x(20).
               05 filler            pic x(01) value space.
               05 sh-required       pic zzzzzz9.
               05 filler            pic x(01) value space.
               05 sh-on-hand        pic zzzzzz9.
               05 filler            pic x(01) value space.
               05 sh-on-order       pic zzzzzz9.
               05 filler            pic x(01) value space.
               05 sh-short          pic zzzzzz9 blank when zero.
               05 filler            pic x(02) value space.
               05 sh-flag           pic x(08).

           01 shortage-columns.
               05 filler            pic x(02) value space.
               05 sc-item-label     pic x(28).
               05 sc-required-label pic x(08).
               05 sc-on-hand-label  pic x(08).
               05 sc-on-order-label pic x(08).
               05 sc-short-label    pic x(08).

       procedure division.

           perform write-runlog-start.

           perform read-business-date.

           perform read-lang-flag.

           perform check-year-run.
           if year-was-run
               display "error: kits for " business-date(1:4)
                   " already exploded"
      *> non-zero: a second order for every class is never wanted.
               move 8 to return-code
               perform write-runlog-end
               goback
           end-if.

           open input next-year-file.
           if next-year-status not = "00"
               display "error: cannot open NEXT-YEAR-CLASSES.DAT"
      *> non-zero so a calling job step can detect the missing file.
               move 8 to return-code
               perform write-runlog-end
               goback
           end-if.

           perform until end-of-next-year = "Y"
               read next-year-file
                   at end move "Y" to end-of-next-year
                   not at end perform count-one-student
               end-read
           end-perform.
           close next-year-file.

           open input kit-file.
           if kit-file-status not = "00"
               display "error: cannot open KIT-DEFINITIONS.DAT"
               move 8 to return-code
               perform write-runlog-end
               goback
           end-if.

           open input item-master-file.
           if item-master-status not = "00"
               display "error: cannot open ITEM-MASTER.DAT"
               close kit-file
               move 8 to return-code
               perform write-runlog-end
               goback
           end-if.

           open extend transactions-file.
           if transactions-status = "35"
               open output transactions-file
           end-if.

           open output requirement-file.
           perform write-requirement-heading.

           perform varying class-idx from 1 by 1
                   until class-idx > class-count
               perform explode-one-class
           end-perform.

           close requirement-file.
           close transactions-file.
           close kit-file.

           open output shortage-file.
           perform write-shortage-heading.

           perform varying item-idx from 1 by 1
                   until item-idx > item-count
               perform check-one-item
           end-perform.

           close shortage-file.
           close item-master-file.

           perform book-kit-run.

           display "students on next year's list: " students-read.
           display "classes exploded:             " class-count.
           display "classes with no kit:          " classes-no-kit.
           display "kit orders written:           " orders-written.
           display "units ordered:                " units-ordered.
           display "items short:                  " items-short.

           if classes-no-kit > zero or items-short > zero
                   or lines-refused > zero or classes-dropped > zero
                   or items-dropped > zero
      *> warning only: every kit that could be ordered was, and the
      *> shortages are purchasing's to cover.
               move 4 to return-code
           end-if.

           perform write-runlog-end.
       goback.

       write-runlog-start.

           move "kitexplode" to rl-program-name.
           move "START" to rl-event.
           move zero to rl-records-read.
           move zero to rl-records-written.
           move zero to rl-return-code.
           call "runlog" using rl-program-name rl-event
               rl-records-read rl-records-written rl-return-code.

       write-runlog-end.

           move "kitexplode" to rl-program-name.
           move "END" to rl-event.
           move students-read to rl-records-read.
           move orders-written to rl-records-written.
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

       check-year-run.

           open input kit-runs-file.
           if kit-runs-status = "00"
               perform until end-of-runs = "Y"
                   read kit-runs-file
                       at end move "Y" to end-of-runs
                       not at end
                           if kr-year = business-date(1:4)
                               move "Y" to year-already-run
                           end-if
                   end-read
               end-perform
               close kit-runs-file
           end-if.

       count-one-student.

           add 1 to students-read.

           move zero to class-slot.
           perform varying class-idx from 1 by 1
                   until class-idx > class-count
                       or class-slot > zero
               if ce-class-code(class-idx) = ny-class-code
                   move class-idx to class-slot
               end-if
           end-perform.

           if class-slot = zero
               if class-count >= 200
                   add 1 to classes-dropped
                   display "class table full, not exploded: "
                       ny-class-code
               else
                   add 1 to class-count
                   move class-count to class-slot
                   move ny-class-code to ce-class-code(class-slot)
                   move zero to ce-headcount(class-slot)
                   move zero to ce-kit-lines(class-slot)
               end-if
           end-if.

           if class-slot > zero
               add 1 to ce-headcount(class-slot)
           end-if.

      *> the kit is keyed class then item, so the class's kit is the
      *> run of records starting at the class key.
       explode-one-class.

           if lang-is-french
               move "CLASSE" to ct-label
               move "EFFECTIF" to ct-count-label
           else
               move "CLASS" to ct-label
               move "HEADCOUNT" to ct-count-label
           end-if.
           move ce-class-code(class-idx) to ct-class-code.
           move ce-headcount(class-idx) to ct-headcount.
           move class-title to requirement-line.
           write requirement-line.

           move ce-class-code(class-idx) to kt-class-code.
           move low-values to kt-item-id.
           move "N" to end-of-kit.

           start kit-file
                   key is not less than kt-kit-key
               invalid key move "Y" to end-of-kit
           end-start.

           perform until end-of-kit = "Y"
               read kit-file next record
                   at end move "Y" to end-of-kit
                   not at end
                       if kt-class-code not = ce-class-code(class-idx)
                           move "Y" to end-of-kit
                       else
                           perform explode-one-line
                       end-if
               end-read
           end-perform.

           if ce-kit-lines(class-idx) = zero
               add 1 to classes-no-kit
               move spaces to requirement-line
               if lang-is-french
                   move "    PAS DE KIT DEFINI POUR LA CLASSE"
                       to requirement-line
               else
                   move "    NO KIT DEFINED FOR THE CLASS"
                       to requirement-line
               end-if
               write requirement-line
           end-if.

           move spaces to requirement-line.
           write requirement-line.

       explode-one-line.

           add 1 to ce-kit-lines(class-idx).

           compute line-required =
               kt-quantity * ce-headcount(class-idx).

           move kt-item-id to rq-item-id.
           move kt-quantity to rq-per-student.
           move ce-headcount(class-idx) to rq-headcount.
           move line-required to rq-required.
           move spaces to rq-flag.

           move spaces to rq-item-desc.
           move kt-item-id to im-item-id.
           read item-master-file
               invalid key
                   if lang-is-french
                       move "HORS FICHIER" to rq-flag
                   else
                       move "NOT ON FILE" to rq-flag
                   end-if
               not invalid key
                   move im-item-desc to rq-item-desc
                   if not im-is-active
                       if lang-is-french
                           move "DESACTIVE" to rq-flag
                       else
                           move "DEACTIVATED" to rq-flag
                       end-if
                   end-if
           end-read.

      *> an order line carries at most 99999 units.
           if rq-flag = spaces and line-required > 99999
               if lang-is-french
                   move "TROP GRAND" to rq-flag
               else
                   move "TOO LARGE" to rq-flag
               end-if
           end-if.

           if rq-flag = spaces
               perform write-kit-order
               perform add-item-requirement
           else
               add 1 to lines-refused
           end-if.

           move requirement-detail to requirement-line.
           write requirement-line.

      *> the order number names the class, so the picking list and
      *> the backorder file say whose kits the stock is for.
       write-kit-order.

           move 2 to tr-choice.
           move spaces to tr-ref-number.
           string "KIT" delimited by size
                  ce-class-code(class-idx) delimited by size
                  into tr-ref-number.
           move kt-item-id to tr-item-id.
           move line-required to tr-quantity.
           move business-date to tr-date.
           move spaces to tr-location.
           move ce-class-code(class-idx) to tr-customer.
           move space to tr-disposition.
           move spaces to tr-reason-code.
           write transactions-record.

           add 1 to orders-written.
           add line-required to units-ordered.

       add-item-requirement.

           move zero to item-slot.
           perform varying item-idx from 1 by 1
                   until item-idx > item-count
                       or item-slot > zero
               if ie-item-id(item-idx) = kt-item-id
                   move item-idx to item-slot
               end-if
           end-perform.

           if item-slot = zero
               if item-count >= 500
                   add 1 to items-dropped
                   display "item table full, not checked: "
                       kt-item-id
               else
                   add 1 to item-count
                   move item-count to item-slot
                   move kt-item-id to ie-item-id(item-slot)
                   move zero to ie-required(item-slot)
               end-if
           end-if.

           if item-slot > zero
               add line-required to ie-required(item-slot)
           end-if.

      *> short is what the year's kits need beyond what is on the
      *> shelf and already on order.
       check-one-item.

           move ie-item-id(item-idx) to im-item-id.
           read item-master-file
               invalid key
                   move zero to im-on-hand
                   move zero to im-on-order
                   move spaces to im-item-desc
           end-read.

           compute available-qty = im-on-hand + im-on-order.
           if ie-required(item-idx) > available-qty
               compute short-qty =
                   ie-required(item-idx) - available-qty
           else
               move zero to short-qty
           end-if.

           move ie-item-id(item-idx) to sh-item-id.
           move im-item-desc to sh-item-desc.
           move ie-required(item-idx) to sh-required.
           move im-on-hand to sh-on-hand.
           move im-on-order to sh-on-order.
           move short-qty to sh-short.

           if short-qty > zero
               add 1 to items-short
               if lang-is-french
                   move "MANQUE" to sh-flag
               else
                   move "SHORT" to sh-flag
               end-if
           else
               move spaces to sh-flag
           end-if.

           move shortage-detail to shortage-line.
           write shortage-line.

       write-requirement-heading.

           move all "-" to requirement-line.
           write requirement-line.

           move "COLLEGE SAINT-MICHEL" to requirement-line.
           write requirement-line.

           if lang-is-french
               move "KITS DE RENTREE - BESOINS PAR CLASSE" to rh-title
           else
               move "SUPPLY KITS - REQUIREMENT BY CLASS" to rh-title
           end-if.
           move business-date to rh-date.
           move report-heading to requirement-line.
           write requirement-line.

           move spaces to requirement-line.
           write requirement-line.

       write-shortage-heading.

           move all "-" to shortage-line.
           write shortage-line.

           move "COLLEGE SAINT-MICHEL" to shortage-line.
           write shortage-line.

           if lang-is-french
               move "KITS DE RENTREE - MANQUANTS" to rh-title
               move "ARTICLE" to sc-item-label
               move "BESOIN" to sc-required-label
               move "STOCK" to sc-on-hand-label
               move "COMMANDE" to sc-on-order-label
               move "MANQUE" to sc-short-label
           else
               move "SUPPLY KITS - SHORTAGES" to rh-title
               move "ITEM" to sc-item-label
               move "NEEDED" to sc-required-label
               move "ON HAND" to sc-on-hand-label
               move "ON ORDER" to sc-on-order-label
               move "SHORT" to sc-short-label
           end-if.
           move business-date to rh-date.
           move report-heading to shortage-line.
           write shortage-line.

           move spaces to shortage-line.
           write shortage-line.

           move shortage-columns to shortage-line.
           write shortage-line.

       book-kit-run.

           open extend kit-runs-file.
           if kit-runs-status = "35"
               open output kit-runs-file
           end-if.

           move business-date(1:4) to kr-year.
           move business-date to kr-run-date.
           move class-count to kr-classes.
           move orders-written to kr-orders.
           move units-ordered to kr-units.
           write kit-runs-record.
           close kit-runs-file.
