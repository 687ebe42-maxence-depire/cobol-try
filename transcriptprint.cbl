      *> -- what gets mailed home, instead of someone retyping the
      *> 40-byte checking lines. wording follows the LANG-FLAG.DAT
      *> toggle so french and english families each get their own.
      *> a family that refused publication of rank on the consent
      *> master gets the average with the rank left blank, the
      *> exclusion booked by consentchk.
      *> with the HOUSEHOLD-PACKETS site parameter on, the pages are
      *> sorted by household so a family the office has confirmed
      *> gets its children's pages together behind one cover sheet;
      *> each page still books its own mailing control record.
       identification division.
       program-id. transcriptprint.

               organization line sequential
               file status is mailing-control-status.

           select household-file assign to "HOUSEHOLD.DAT"
               organization indexed
               access mode is dynamic
               record key is hh-student-id
               file status is household-file-status.

           select guardian-master-file assign to "GUARDIAN-MASTER.DAT"
               organization indexed
               access mode is dynamic
               record key is gd-student-id
               file status is guardian-master-status.

           select sort-file assign to "TRANSCRIPTPRINT.TMP".

           select run-date-file assign to "RUN-DATE.DAT"
               organization line sequential
               file status is run-date-status.
       data division.
       file section.
       fd  transcript-file.
       01  transcript-line pic x(108).

       fd  pages-file.
       01  pages-line pic x(66).
           05 mc-student-id    pic x(05).
           05 mc-status        pic x(01).

       fd  household-file.
           copy household.

       fd  guardian-master-file.
           copy guardmast.

       sd  sort-file.
       01  sort-record.
           05 st-household-id  pic x(05).
           05 st-student-id    pic x(05).
           05 st-class-code    pic x(05).
           05 st-term-code     pic x(04).
           05 st-line-seq      pic 9(06).
           05 st-line          pic x(108).

       fd  run-date-file.
       01  run-date-record.
           05 rdc-business-date pic x(08).

           copy runlogfields.

      *> the term's conduct assessment off the incident register.
           copy conductfields.
           copy paramfields.

           copy statfields.

           copy langflag.
           77 lang-file-status pic xx.

           copy consentfields.
           77 ranks-withheld pic 9(05) value zero.

           77 transcript-file-status pic xx.

      *> off unless the site parameter asks for household packets;
      *> with no household register there is nothing to group.
           77 household-file-status  pic xx.
           77 guardian-master-status pic xx.
           77 group-households pic x value "N".
               88 households-grouped value "Y".
           77 guardian-master-available pic x value "N".
               88 guardian-master-is-available value "Y".

           77 sort-eof pic x value "N".
           77 line-seq pic 9(06) value zero.
           77 last-household-id pic x(05) value spaces.
           77 packets-printed pic 9(04) value zero.
           77 guardian-found pic x.

      *> set at a confirmed household's first line and cleared when
      *> its cover goes out ahead of the household's first page.
           77 cover-pending pic x value "N".
               88 cover-is-pending value "Y".

           77 end-of-transcript pic x value "N".
               88 no-more-transcript value "Y".

      *> certified.
               05 filler            pic x(01).
               05 pl-external       pic x(01).
               05 pl-school-code    pic x(02).

      *> one student's subject lines buffered until the MOYENNE line
      *> arrives with the name and rank, then the whole page prints.
      *> the (EXT) marker only appears on pages that carry one.
           77 page-has-external pic x value "N".

      *> the heading names the student's own school, off the school
      *> list, so two schools graded in one night each mail their
      *> own letterhead.
           copy schoolfields.

      *> the comments interface loaded whole, each comment matched
      *> off as its subject line (or its student's page, for a
      *> general appreciation) prints -- whatever is still unmatched
               goback
           end-if.

           perform read-household-param.

           open output pages-file.

           if households-grouped
               sort sort-file
                   on ascending key st-household-id
                                    st-student-id
                                    st-class-code
                                    st-term-code
                                    st-line-seq
                   input procedure is release-transcript-lines
                   output procedure is return-transcript-lines
               close household-file
               if guardian-master-is-available
                   close guardian-master-file
               end-if
           else
               perform until no-more-transcript
                   read transcript-file
                       at end move "Y" to end-of-transcript
                       not at end perform sort-line-by-kind
                   end-read
               end-perform
           end-if.

           close transcript-file.
           close pages-file.
           perform write-comment-exceptions.

           display "transcript pages printed: " pages-printed.
           if households-grouped
               display "household packets: " packets-printed
           end-if.
           if ranks-withheld > zero
               display "ranks withheld on consent: " ranks-withheld
           end-if.

           if comments-unmatched > zero
               display "comments matching no graded record: "
               close lang-file
           end-if.

       read-household-param.

           move "HOUSEHOLD-PACKETS" to pm-name.
           call "getparam" using pm-name pm-value pm-found.
           if pm-found = "Y" and pm-value > zero
               open input household-file
               if household-file-status = "00"
                   move "Y" to group-households
                   open input guardian-master-file
                   if guardian-master-status = "00"
                       move "Y" to guardian-master-available
                   end-if
               end-if
           end-if.

      *> each line goes to the sort under its student's household --
      *> the student's own id when the office has filed the student
      *> under none -- with its place in the file as the last key so
      *> a page's lines keep their order. the PROVISOIRE marker
      *> sorts ahead of everything; the MOY CLASSE subtotal is
      *> passed over here as it would be at print time.
       release-transcript-lines.

           perform until no-more-transcript
               read transcript-file
                   at end move "Y" to end-of-transcript
                   not at end
                       move transcript-line to parsed-line
                       if pl-mention not = "MOY CLASSE"
                           perform release-one-line
                       end-if
               end-read
           end-perform.

       release-one-line.

           add 1 to line-seq.
           move line-seq to st-line-seq.
           move transcript-line to st-line.

           if pl-mention = "PROVISOIRE"
               move low-values to st-household-id
               move low-values to st-student-id
               move low-values to st-class-code
               move low-values to st-term-code
           else
               move pl-student-id to st-student-id
               move pl-class-code to st-class-code
               move pl-term-code  to st-term-code
               move pl-student-id to st-household-id
               move pl-student-id to hh-student-id
               read household-file
                   invalid key continue
                   not invalid key
                       move hh-household-id to st-household-id
               end-read
           end-if.

           release sort-record.

       return-transcript-lines.

           perform return-one-line
               until sort-eof = "Y".

      *> a household break on a confirmed household arms the cover
      *> for the household's first page.
       return-one-line.

           return sort-file
               at end move "Y" to sort-eof
               not at end
                   if st-household-id not = last-household-id
                           and st-household-id not = low-values
                       move st-household-id to last-household-id
                       move "N" to cover-pending
                       move st-student-id to hh-student-id
                       read household-file
                           invalid key continue
                           not invalid key move "Y" to cover-pending
                       end-read
                   end-if
                   move st-line to transcript-line
                   perform sort-line-by-kind
           end-return.

      *> the comments interface is optional -- no file means the
      *> pages print without comments, as they always did.
       load-comments.
           add 1 to pages-printed.
           move "N" to page-has-external.

           if cover-is-pending
               perform print-packet-cover
           end-if.

           perform print-page-heading.

           perform varying subject-idx from 1 by 1

           perform print-average-line.
           perform print-absence-line.
           perform print-conduct-line.
           perform print-external-legend.
           perform print-signature-block.

           write mailing-control-record.
           close mailing-control-file.

      *> one cover per household packet, addressed from the guardian
      *> record of the student whose page opens it.
       print-packet-cover.

           move "N" to cover-pending.
           add 1 to packets-printed.

           move all "=" to pages-line.
           write pages-line.

           perform find-school-name.
           move sf-school-name to pages-line.
           write pages-line.

           if lang-is-french
               move "PLI FAMILLE" to pages-line
           else
               move "FAMILY PACKET" to pages-line
           end-if.
           write pages-line.

           move spaces to pages-line.
           write pages-line.

           move "N" to guardian-found.
           if guardian-master-is-available
               move pl-student-id to gd-student-id
               read guardian-master-file
                   invalid key continue
                   not invalid key move "Y" to guardian-found
               end-read
           end-if.

           if guardian-found = "Y"
               move gd-guardian-name to pages-line
               write pages-line
               move gd-addr-line-1 to pages-line
               write pages-line
               if gd-addr-line-2 not = spaces
                   move gd-addr-line-2 to pages-line
                   write pages-line
               end-if
               move spaces to pages-line
               string gd-postal-code delimited by size
                      " " delimited by size
                      gd-city delimited by size
                      into pages-line
               write pages-line
           else
               move "*** ADRESSE A COMPLETER ***" to pages-line
               write pages-line
           end-if.

           move spaces to pages-line.
           write pages-line.

      *> the (EXT) footnote, only on pages carrying a certified note.
       print-external-legend.

               write pages-line
           end-if.

       find-school-name.

           move pl-school-code to sf-school-code.
           call "schoolinfo" using sf-school-code sf-school-name
               sf-estab-number sf-found.

       print-page-heading.

           move all "-" to pages-line.
           write pages-line.

           perform find-school-name.
           move sf-school-name to pages-line.
           write pages-line.

           if lang-is-french
               move "RANK" to pa-rank-label
           end-if.
           move pl-note to pa-avg.
           move pl-student-id to cf-student-id.
           move "R" to cf-use.
           move "transcriptprint" to cf-program.
           call "consentchk" using cf-student-id cf-use cf-program
               cf-allowed.
           if cf-allowed = "N"
               add 1 to ranks-withheld
               move spaces to pa-rank
           else
               move pl-rank to pa-rank
           end-if.
           move page-average-detail to pages-line.
           write pages-line.

           move page-absence-detail to pages-line.
           write pages-line.

      *> the conduct assessment the incident register adds up to for
      *> the term, with the incidents behind it; no register on file
      *> prints no line.
       print-conduct-line.

           move pl-student-id to cu-student-id.
           move pl-term-code to cu-term-code.
           call "conduct" using cu-student-id cu-term-code
               cu-incident-count cu-points cu-serious-count
               cu-rating cu-rating-fr cu-rating-en.

           if cu-rating not = space
               move spaces to pages-line
               if lang-is-french
                   string "  CONDUITE            " delimited by size
                          cu-rating-fr delimited by size
                          "   INCIDENTS " delimited by size
                          cu-incident-count delimited by size
                          into pages-line
               else
                   string "  CONDUCT             " delimited by size
                          cu-rating-en delimited by size
                          "   INCIDENTS " delimited by size
                          cu-incident-count delimited by size
                          into pages-line
               end-if
               write pages-line
           end-if.

      *> the class council's general appreciation sits where the
      *> council used to write it by hand -- just above the
      *> director's signature.
