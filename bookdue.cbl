      *> textbooks not yet returned, class by class: every loan still
      *> out on the loan register, listed under the class the student
      *> was in when the copy went out, with the student, the title and
      *> the date it was lent -- the form tutors chase before the
      *> summer. a copy already charged to the family as lost is still
      *> listed, marked as charged, until it comes back. the list is
      *> printed to UNRETURNED-BOOKS.DAT, headings per LANG-FLAG.DAT.
       identification division.
       program-id. bookdue.

       environment division.
       input-output section.
       file-control.
           select book-loan-file assign to "BOOK-LOANS.DAT"
               organization indexed
               access mode is dynamic
               record key is bl-loan-key
               file status is book-loan-status.

           select item-master-file assign to "ITEM-MASTER.DAT"
               organization indexed
               access mode is dynamic
               record key is im-item-id
               file status is item-master-status.

           select student-master-file assign to "STUDENT-MASTER.DAT"
               organization indexed
               access mode is dynamic
               record key is sm-student-id
               file status is student-master-status.

           select print-file assign to "UNRETURNED-BOOKS.DAT"
               organization line sequential.

           select lang-file assign to "LANG-FLAG.DAT"
               organization line sequential
               file status is lang-file-status.

           select run-date-file assign to "RUN-DATE.DAT"
               organization line sequential
               file status is run-date-status.

           select sort-file assign to "BOOKDUE.TMP".

       data division.
       file section.
       fd  book-loan-file.
           copy bookloan.

       fd  item-master-file.
           copy itemmast.

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
           05 sk-class-code     pic x(05).
           05 sk-student-id     pic x(05).
           05 sk-item-id        pic x(05).
           05 sk-loan-date      pic x(08).
           05 sk-status         pic x(01).

       working-storage section.

           copy runlogfields.

           copy langflag.
           77 lang-file-status pic xx.

           77 run-date-status pic xx.
           77 business-date   pic x(08).

           77 book-loan-status      pic xx.
           77 item-master-status    pic xx.
           77 student-master-status pic xx.

           77 item-master-available pic x value "N".
               88 item-master-is-available value "Y".
           77 student-master-available pic x value "N".
               88 student-master-is-available value "Y".

           77 end-of-loans pic x.
           77 sort-eof pic x.

           77 current-class-code pic x(05).
           77 class-count pic 9(05).

           77 loans-read     pic 9(05) value zero.
           77 loans-listed   pic 9(05) value zero.
           77 classes-listed pic 9(04) value zero.

           01 report-heading.
               05 filler            pic x(02) value space.
               05 rh-title          pic x(40).
               05 filler            pic x(02) value space.
               05 rh-date           pic x(08).

           01 class-title.
               05 filler            pic x(02) value space.
               05 ct-label          pic x(08).
               05 ct-class-code     pic x(05).

           01 loan-detail.
               05 filler            pic x(02) value space.
               05 ld-student-id     pic x(05).
               05 filler            pic x(02) value space.
               05 ld-student-name   pic x(20).
               05 filler            pic x(02) value space.
               05 ld-item-id        pic x(05).
               05 filler            pic x(02) value space.
               05 ld-item-desc      pic x(20).
               05 filler            pic x(02) value space.
               05 ld-loan-date      pic x(08).
               05 filler            pic x(02) value space.
               05 ld-flag           pic x(07).

           01 class-footer.
               05 filler            pic x(02) value space.
               05 cf-label          pic x(20).
               05 cf-count          pic zzzz9.

       procedure division.

           perform write-runlog-start.

           perform read-business-date.

           perform read-lang-flag.

           open input book-loan-file.
           if book-loan-status not = "00"
               display "error: cannot open BOOK-LOANS.DAT"
      *> non-zero so a calling job step can detect the missing file.
               move 8 to return-code
               perform write-runlog-end
               goback
           end-if.
           close book-loan-file.

           open input item-master-file.
           if item-master-status = "00"
               move "Y" to item-master-available
           end-if.

           open input student-master-file.
           if student-master-status = "00"
               move "Y" to student-master-available
           end-if.

           open output print-file.
           perform write-report-heading.

           sort sort-file
               on ascending key sk-class-code
                                sk-student-id
                                sk-item-id
                                sk-loan-date
               input procedure is release-loans
               output procedure is print-loans.

           if loans-listed = zero
               move spaces to print-line
               if lang-is-french
                   move "  TOUS LES MANUELS SONT RENDUS" to print-line
               else
                   move "  EVERY TEXTBOOK IS BACK" to print-line
               end-if
               write print-line
           end-if.

           close print-file.

           if item-master-is-available
               close item-master-file
           end-if.
           if student-master-is-available
               close student-master-file
           end-if.

           display "loans read:          " loans-read.
           display "unreturned listed:   " loans-listed.
           display "classes listed:      " classes-listed.

           perform write-runlog-end.
       goback.

       write-runlog-start.

           move "bookdue" to rl-program-name.
           move "START" to rl-event.
           move zero to rl-records-read.
           move zero to rl-records-written.
           move zero to rl-return-code.
           call "runlog" using rl-program-name rl-event
               rl-records-read rl-records-written rl-return-code.

       write-runlog-end.

           move "bookdue" to rl-program-name.
           move "END" to rl-event.
           move loans-read to rl-records-read.
           move loans-listed to rl-records-written.
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

           move all "-" to print-line.
           write print-line.

           move "COLLEGE SAINT-MICHEL" to print-line.
           write print-line.

           if lang-is-french
               move "MANUELS NON RENDUS PAR CLASSE" to rh-title
           else
               move "UNRETURNED TEXTBOOKS BY CLASS" to rh-title
           end-if.
           move business-date to rh-date.
           move report-heading to print-line.
           write print-line.

           move spaces to print-line.
           write print-line.

       release-loans.

           move "N" to end-of-loans.
           open input book-loan-file.

           perform until end-of-loans = "Y"
               read book-loan-file next record
                   at end move "Y" to end-of-loans
                   not at end
                       add 1 to loans-read
                       if bl-is-outstanding
                           move bl-class-code to sk-class-code
                           move bl-student-id to sk-student-id
                           move bl-item-id to sk-item-id
                           move bl-loan-date to sk-loan-date
                           move bl-status to sk-status
                           release sort-record
                       end-if
               end-read
           end-perform.

           close book-loan-file.

       print-loans.

           move high-values to current-class-code.
           move "N" to sort-eof.
           perform return-one-loan
               until sort-eof = "Y".

           if current-class-code not = high-values
               perform print-class-footer
           end-if.

       return-one-loan.

           return sort-file
               at end move "Y" to sort-eof
               not at end
                   if sk-class-code not = current-class-code
                       if current-class-code not = high-values
                           perform print-class-footer
                       end-if
                       perform start-new-class
                   end-if
                   perform print-loan-line
           end-return.

       start-new-class.

           move sk-class-code to current-class-code.
           move zero to class-count.
           add 1 to classes-listed.

           if lang-is-french
               move "CLASSE" to ct-label
           else
               move "CLASS" to ct-label
           end-if.
           move sk-class-code to ct-class-code.
           move class-title to print-line.
           write print-line.
           move spaces to print-line.
           write print-line.

       print-loan-line.

           move sk-student-id to ld-student-id.
           move sk-item-id to ld-item-id.
           move sk-loan-date to ld-loan-date.

           move spaces to ld-student-name.
           if student-master-is-available
               move sk-student-id to sm-student-id
               read student-master-file
                   invalid key continue
                   not invalid key
                       move sm-student-name to ld-student-name
               end-read
           end-if.

           move spaces to ld-item-desc.
           if item-master-is-available
               move sk-item-id to im-item-id
               read item-master-file
                   invalid key continue
                   not invalid key
                       move im-item-desc to ld-item-desc
               end-read
           end-if.

           if sk-status = "L"
               if lang-is-french
                   move "FACTURE" to ld-flag
               else
                   move "CHARGED" to ld-flag
               end-if
           else
               move spaces to ld-flag
           end-if.

           move loan-detail to print-line.
           write print-line.

           add 1 to class-count.
           add 1 to loans-listed.

       print-class-footer.

           if lang-is-french
               move "MANUELS NON RENDUS" to cf-label
           else
               move "NOT RETURNED" to cf-label
           end-if.
           move class-count to cf-count.

           move spaces to print-line.
           write print-line.
           move class-footer to print-line.
           write print-line.
           move spaces to print-line.
           write print-line.
