      *> grade appeal decision letters: every case on the appeal
      *> register the committee has decided and no letter has gone
      *> out for gets a print-ready page to the guardian -- addressed
      *> from the guardian master, bilingual per the LANG-FLAG.DAT
      *> toggle, with the committee's UPHELD or REJECTED in the
      *> board's wording -- and the case is marked so a rerun never
      *> prints the letter twice. a case with no guardian record gets
      *> a page headed A COMPLETER and a count on the console, as
      *> the honor-roll letters do.
       identification division.
       program-id. appletter.

       environment division.
       input-output section.
       file-control.
           select appeal-file assign to "APPEAL-CASES.DAT"
               organization indexed
               access mode is dynamic
               record key is ap-case-number
               file status is appeal-file-status.

           select student-master-file assign to "STUDENT-MASTER.DAT"
               organization indexed
               access mode is dynamic
               record key is sm-student-id
               file status is student-master-status.

           select guardian-master-file assign to "GUARDIAN-MASTER.DAT"
               organization indexed
               access mode is dynamic
               record key is gd-student-id
               file status is guardian-master-status.

           select letters-file assign to "APPEAL-LETTERS.DAT"
               organization line sequential.

           select lang-file assign to "LANG-FLAG.DAT"
               organization line sequential
               file status is lang-file-status.

       data division.
       file section.
       fd  appeal-file.
           copy appealcase.

       fd  student-master-file.
           copy studmast.

       fd  guardian-master-file.
           copy guardmast.

       fd  letters-file.
       01  letters-line pic x(60).

       fd  lang-file.
       01  lang-record pic x(01).

       working-storage section.

           copy runlogfields.

           copy langflag.
           77 lang-file-status pic xx.

           77 appeal-file-status     pic xx.
           77 student-master-status  pic xx.
           77 guardian-master-status pic xx.

           77 student-master-available pic x value "N".
               88 student-master-is-available value "Y".
           77 guardian-master-available pic x value "N".
               88 guardian-master-is-available value "Y".

           77 end-of-appeals pic x value "N".
               88 no-more-appeals value "Y".

           77 cases-read        pic 9(06) value zero.
           77 letters-printed   pic 9(04) value zero.
           77 guardians-missing pic 9(04) value zero.

           77 guardian-found pic x.
           77 student-name   pic x(20).

           01 merge-name-detail.
               05 filler            pic x(02) value space.
               05 mn-text           pic x(30).
               05 mn-value          pic x(20).

       procedure division.

           perform write-runlog-start.

           perform read-lang-flag.

           open i-o appeal-file.
           if appeal-file-status not = "00"
               display "error: cannot open APPEAL-CASES.DAT"
      *> non-zero so a calling job step can detect the missing file.
               move 8 to return-code
               perform write-runlog-end
               goback
           end-if.

           open input student-master-file.
           if student-master-status = "00"
               move "Y" to student-master-available
           end-if.

           open input guardian-master-file.
           if guardian-master-status = "00"
               move "Y" to guardian-master-available
           end-if.

           open output letters-file.

           perform until no-more-appeals
               read appeal-file next record
                   at end move "Y" to end-of-appeals
                   not at end
                       add 1 to cases-read
                       if (ap-is-upheld or ap-is-rejected)
                               and not ap-letter-is-printed
                           perform write-one-letter
                       end-if
               end-read
           end-perform.

           close letters-file.
           close appeal-file.

           if student-master-is-available
               close student-master-file
           end-if.
           if guardian-master-is-available
               close guardian-master-file
           end-if.

           display "appeal letters generated: " letters-printed.

           if guardians-missing > zero
               display "students with no guardian record: "
                   guardians-missing
      *> non-zero so the office fills the master before mailing.
               move 4 to return-code
           end-if.

           perform write-runlog-end.
       goback.

       write-runlog-start.

           move "appletter" to rl-program-name.
           move "START" to rl-event.
           move zero to rl-records-read.
           move zero to rl-records-written.
           move zero to rl-return-code.
           call "runlog" using rl-program-name rl-event
               rl-records-read rl-records-written rl-return-code.

       write-runlog-end.

           move "appletter" to rl-program-name.
           move "END" to rl-event.
           move cases-read to rl-records-read.
           move letters-printed to rl-records-written.
           move return-code to rl-return-code.
           call "runlog" using rl-program-name rl-event
               rl-records-read rl-records-written rl-return-code.

       read-lang-flag.

           open input lang-file.
           if lang-file-status = "00"
               read lang-file
                   not at end move lang-record to lang-flag
               end-read
               close lang-file
           end-if.

       write-one-letter.

           add 1 to letters-printed.

           move spaces to student-name.
           if student-master-is-available
               move ap-student-id to sm-student-id
               read student-master-file
                   invalid key continue
                   not invalid key move sm-student-name to student-name
               end-read
           end-if.

           perform find-guardian.
           perform print-letter-page.

           move "Y" to ap-letter-printed.
           rewrite appeal-case-record
               invalid key display "error: rewrite failed"
           end-rewrite.

       find-guardian.

           move "N" to guardian-found.
           if guardian-master-is-available
               move ap-student-id to gd-student-id
               read guardian-master-file
                   invalid key continue
                   not invalid key move "Y" to guardian-found
               end-read
           end-if.

           if guardian-found = "N"
               add 1 to guardians-missing
           end-if.

       print-letter-page.

           move all "-" to letters-line.
           write letters-line.

           move "COLLEGE SAINT-MICHEL" to letters-line.
           write letters-line.

           move spaces to letters-line.
           write letters-line.

           if guardian-found = "Y"
               move gd-guardian-name to letters-line
               write letters-line
               move gd-addr-line-1 to letters-line
               write letters-line
               if gd-addr-line-2 not = spaces
                   move gd-addr-line-2 to letters-line
                   write letters-line
               end-if
               move spaces to letters-line
               string gd-postal-code delimited by size
                      " " delimited by size
                      gd-city delimited by size
                      into letters-line
               write letters-line
           else
               move "*** ADRESSE A COMPLETER ***" to letters-line
               write letters-line
           end-if.

           move spaces to letters-line.
           write letters-line.

           if lang-is-french
               move "Madame, Monsieur," to letters-line
           else
               move "Dear Parent or Guardian," to letters-line
           end-if.
           write letters-line.

           move spaces to letters-line.
           write letters-line.

           move spaces to merge-name-detail.
           if lang-is-french
               move "Concernant l'eleve: " to mn-text
           else
               move "Regarding the student: " to mn-text
           end-if.
           move student-name to mn-value.
           move merge-name-detail to letters-line.
           write letters-line.

           move spaces to merge-name-detail.
           if lang-is-french
               move "Dossier d'appel no: " to mn-text
           else
               move "Appeal case number: " to mn-text
           end-if.
           move ap-case-number to mn-value.
           move merge-name-detail to letters-line.
           write letters-line.

           move spaces to merge-name-detail.
           if lang-is-french
               move "Classe / terme / matiere: " to mn-text
           else
               move "Class / term / subject: " to mn-text
           end-if.
           string ap-class-code delimited by size
                  " " delimited by size
                  ap-term-code delimited by size
                  " " delimited by size
                  ap-subject-id delimited by size
                  into mn-value.
           move merge-name-detail to letters-line.
           write letters-line.

           move spaces to merge-name-detail.
           if lang-is-french
               move "Date de la decision: " to mn-text
           else
               move "Date of decision: " to mn-text
           end-if.
           move ap-decision-date to mn-value.
           move merge-name-detail to letters-line.
           write letters-line.

           move spaces to letters-line.
           write letters-line.

           if ap-is-upheld
               perform print-upheld-text
           else
               perform print-rejected-text
           end-if.

           move spaces to letters-line.
           write letters-line.

           if lang-is-french
               move "  LE DIRECTEUR: ________________"
                   to letters-line
           else
               move "  THE PRINCIPAL: ________________"
                   to letters-line
           end-if.
           write letters-line.

           move spaces to letters-line.
           write letters-line.

      *> the committee's agreed wording for each outcome, verbatim.
       print-upheld-text.

           if lang-is-french
               move "  Le comite d'appel a examine votre demande"
                   to letters-line
               write letters-line
               move "  et l'a acceptee. La note sera recalculee et"
                   to letters-line
               write letters-line
               move "  un bulletin corrige vous sera adresse."
                   to letters-line
               write letters-line
           else
               move "  The appeal committee has considered your"
                   to letters-line
               write letters-line
               move "  appeal and upheld it. The grade will be"
                   to letters-line
               write letters-line
               move "  recalculated and a corrected transcript sent."
                   to letters-line
               write letters-line
           end-if.

       print-rejected-text.

           if lang-is-french
               move "  Le comite d'appel a examine votre demande"
                   to letters-line
               write letters-line
               move "  et l'a rejetee. La note est maintenue."
                   to letters-line
               write letters-line
               move "  Le conseiller de la classe reste a votre"
                   to letters-line
               write letters-line
               move "  disposition pour en discuter."
                   to letters-line
               write letters-line
           else
               move "  The appeal committee has considered your"
                   to letters-line
               write letters-line
               move "  appeal and rejected it. The grade stands."
                   to letters-line
               write letters-line
               move "  The class counselor remains available to"
                   to letters-line
               write letters-line
               move "  discuss it with you."
                   to letters-line
               write letters-line
           end-if.
