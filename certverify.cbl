      *> third-party certificate verification: an employer or another
      *> school writes in with a certificate number and the holder's
      *> name and birth date as they have them, the office keys the
      *> request onto VERIFY-REQUESTS.DAT, and this run checks each
      *> one against the certificate issuance register and the
      *> student master instead of someone searching a binder. every
      *> request gets a response letter -- CONFIRME, DIVERGENCE naming
      *> the field that does not match, or INCONNU -- addressed to
      *> the requester, bilingual per LANG-FLAG.DAT, and every request
      *> and its answer goes on VERIFY-LOG.DAT for audit.
      *>
      *> a mismatch names the field only, never our value: the letter
      *> must not hand a stranger the particulars they failed to
      *> supply. a certificate whose holder has since been purged
      *> from the student master cannot be checked and answers
      *> INCONNU, the log saying why.
      *>
      *> request record: certificate number(6) holder name(20)
      *> birth date(8, yyyymmdd) requester(30) requester city(20).
       identification division.
       program-id. certverify.

       environment division.
       input-output section.
       file-control.
           select request-file assign to "VERIFY-REQUESTS.DAT"
               organization line sequential
               file status is request-file-status.

           select cert-register-file assign to "CERT-REGISTER.DAT"
               organization line sequential
               file status is cert-register-status.

           select student-master-file assign to "STUDENT-MASTER.DAT"
               organization indexed
               access mode is dynamic
               record key is sm-student-id
               file status is student-master-status.

           select letters-file assign to "VERIFY-LETTERS.DAT"
               organization line sequential.

           select verify-log-file assign to "VERIFY-LOG.DAT"
               organization line sequential
               file status is verify-log-status.

           select lang-file assign to "LANG-FLAG.DAT"
               organization line sequential
               file status is lang-file-status.

           select run-date-file assign to "RUN-DATE.DAT"
               organization line sequential
               file status is run-date-status.

       data division.
       file section.
       fd  request-file.
       01  request-record.
           05 vr-cert-number   pic x(06).
           05 vr-student-name  pic x(20).
           05 vr-birth-date    pic x(08).
           05 vr-requester     pic x(30).
           05 vr-requester-city pic x(20).

      *> mirror of certprint's issuance register.
       fd  cert-register-file.
       01  cert-register-record.
           05 cr-cert-number pic 9(06).
           05 cr-student-id  pic x(05).
           05 cr-class-code  pic x(05).
           05 cr-issue-date  pic x(08).

       fd  student-master-file.
           copy studmast.

       fd  letters-file.
       01  letters-line pic x(60).

       fd  verify-log-file.
       01  verify-log-line pic x(110).

       fd  lang-file.
       01  lang-record pic x(01).

       fd  run-date-file.
       01  run-date-record.
           05 rdc-business-date pic x(08).

       working-storage section.

           copy runlogfields.

           copy langflag.
           77 lang-file-status pic xx.

           77 request-file-status   pic xx.
           77 cert-register-status  pic xx.
           77 student-master-status pic xx.
           77 verify-log-status     pic xx.
           77 run-date-status       pic xx.

           77 business-date pic x(08).
           77 run-timestamp pic x(15).

           77 master-available pic x value "N".
               88 master-is-available value "Y".

           77 end-of-requests pic x value "N".
               88 no-more-requests value "Y".

           77 end-of-register pic x value "N".
               88 no-more-register value "Y".

      *> the issuance register loaded whole; a re-issue repeats the
      *> original number, so the first line for a number is the
      *> original issue and the one the answer quotes.
           77 issued-count pic 9(04) value zero.
           77 issued-idx   pic 9(04).
           77 issued-slot  pic 9(04).

           01 issued-table.
               05 issued-entry occurs 2000 times.
                   10 is-cert-number pic 9(06).
                   10 is-student-id  pic x(05).
                   10 is-issue-date  pic x(08).

           77 register-overflow pic x value "N".

      *> the answer for the request in hand.
           77 verify-outcome pic x(01).
               88 outcome-confirmed value "C".
               88 outcome-mismatch  value "M".
               88 outcome-not-found value "N".
           77 name-matches  pic x.
           77 birth-matches pic x.
           77 log-note      pic x(12).

      *> names compare in capitals with the blanks squeezed to one,
      *> since a letter rarely types a name the way the master has.
           77 given-name     pic x(20).
           77 master-name    pic x(20).
           77 squeeze-in     pic x(20).
           77 squeeze-out    pic x(20).
           77 squeeze-idx    pic 9(02).
           77 squeeze-ptr    pic 9(02).
           77 squeeze-last   pic x.

           77 requests-read  pic 9(05) value zero.
           77 count-confirmed pic 9(05) value zero.
           77 count-mismatch pic 9(05) value zero.
           77 count-not-found pic 9(05) value zero.

           01 verify-log-detail.
               05 vl-timestamp      pic x(15).
               05 filler            pic x      value space.
               05 vl-cert-number    pic x(06).
               05 filler            pic x      value space.
               05 vl-student-name   pic x(20).
               05 filler            pic x      value space.
               05 vl-birth-date     pic x(08).
               05 filler            pic x      value space.
               05 vl-requester      pic x(30).
               05 filler            pic x      value space.
               05 vl-outcome        pic x(10).
               05 filler            pic x      value space.
               05 vl-note           pic x(12).

           01 letter-ident-detail.
               05 filler            pic x(02) value space.
               05 li-label          pic x(22).
               05 li-value          pic x(20).

       procedure division.

           perform write-runlog-start.

           perform read-business-date.
           perform read-lang-flag.

           open input request-file.
           if request-file-status not = "00"
               display "error: cannot open VERIFY-REQUESTS.DAT"
      *> non-zero so a calling job step can detect the missing file.
               move 8 to return-code
               perform write-runlog-end
               goback
           end-if.

           perform load-issued-register.

           if register-overflow = "Y"
               display "error: CERT-REGISTER.DAT exceeds 2000"
                   " entries, run refused -- a number past the"
                   " table would answer INCONNU wrongly"
               close request-file
               move 8 to return-code
               perform write-runlog-end
               goback
           end-if.

           open input student-master-file.
           if student-master-status = "00"
               move "Y" to master-available
           end-if.

           open output letters-file.

           open extend verify-log-file.
           if verify-log-status = "35"
               open output verify-log-file
           end-if.

           move function current-date to run-timestamp.

           perform until no-more-requests
               read request-file
                   at end move "Y" to end-of-requests
                   not at end perform verify-one-request
               end-read
           end-perform.

           close request-file.
           close letters-file.
           close verify-log-file.

           if master-is-available
               close student-master-file
           end-if.

           display "verification requests: " requests-read.
           display "confirmed:             " count-confirmed.
           display "mismatch:              " count-mismatch.
           display "not found:             " count-not-found.

           perform write-runlog-end.
       goback.

       write-runlog-start.

           move "certverify" to rl-program-name.
           move "START" to rl-event.
           move zero to rl-records-read.
           move zero to rl-records-written.
           move zero to rl-return-code.
           call "runlog" using rl-program-name rl-event
               rl-records-read rl-records-written rl-return-code.

       write-runlog-end.

           move "certverify" to rl-program-name.
           move "END" to rl-event.
           move requests-read to rl-records-read.
           move requests-read to rl-records-written.
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

       load-issued-register.

           open input cert-register-file.
           if cert-register-status = "00"
               perform until no-more-register
                   read cert-register-file
                       at end move "Y" to end-of-register
                       not at end
                           if issued-count < 2000
                               add 1 to issued-count
                               move cr-cert-number
                                   to is-cert-number(issued-count)
                               move cr-student-id
                                   to is-student-id(issued-count)
                               move cr-issue-date
                                   to is-issue-date(issued-count)
                           else
                               move "Y" to register-overflow
                           end-if
                   end-read
               end-perform
               close cert-register-file
           end-if.

       verify-one-request.

           add 1 to requests-read.
           move spaces to log-note.
           move "N" to name-matches.
           move "N" to birth-matches.

           move zero to issued-slot.
           if vr-cert-number is numeric
               perform varying issued-idx from 1 by 1
                       until issued-idx > issued-count
                           or issued-slot > zero
                   if is-cert-number(issued-idx) = vr-cert-number
                       move issued-idx to issued-slot
                   end-if
               end-perform
           end-if.

           if issued-slot = zero
               move "N" to verify-outcome
               move "REGISTRE" to log-note
           else
               perform check-holder-particulars
           end-if.

           evaluate true
               when outcome-confirmed
                   add 1 to count-confirmed
               when outcome-mismatch
                   add 1 to count-mismatch
               when other
                   add 1 to count-not-found
           end-evaluate.

           perform print-response-letter.
           perform write-verify-log.

       check-holder-particulars.

           if not master-is-available
               move "N" to verify-outcome
               move "MAITRE" to log-note
           else
               move is-student-id(issued-slot) to sm-student-id
               read student-master-file
                   invalid key
                       move "N" to verify-outcome
                       move "ELEVE PURGE" to log-note
                   not invalid key
                       perform compare-particulars
               end-read
           end-if.

       compare-particulars.

           move vr-student-name to squeeze-in.
           perform squeeze-name.
           move squeeze-out to given-name.

           move sm-student-name to squeeze-in.
           perform squeeze-name.
           move squeeze-out to master-name.

           if given-name = master-name
               move "Y" to name-matches
           end-if.
           if vr-birth-date = sm-birth-date
               move "Y" to birth-matches
           end-if.

           if name-matches = "Y" and birth-matches = "Y"
               move "C" to verify-outcome
           else
               move "M" to verify-outcome
               evaluate true
                   when name-matches = "N" and birth-matches = "N"
                       move "NOM+NAISS." to log-note
                   when name-matches = "N"
                       move "NOM" to log-note
                   when other
                       move "NAISSANCE" to log-note
               end-evaluate
           end-if.

       squeeze-name.

           inspect squeeze-in converting
               "abcdefghijklmnopqrstuvwxyz"
               to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           inspect squeeze-in replacing all "-" by space.

           move spaces to squeeze-out.
           move zero to squeeze-ptr.
           move space to squeeze-last.
           perform varying squeeze-idx from 1 by 1
                   until squeeze-idx > 20
               if squeeze-in(squeeze-idx:1) not = space
                       or (squeeze-last not = space
                           and squeeze-ptr > zero)
                   if squeeze-ptr < 20
                       add 1 to squeeze-ptr
                       move squeeze-in(squeeze-idx:1)
                           to squeeze-out(squeeze-ptr:1)
                   end-if
               end-if
               move squeeze-in(squeeze-idx:1) to squeeze-last
           end-perform.

      *> one page per request, in the letter run's page style.
       print-response-letter.

           move all "-" to letters-line.
           write letters-line.

           move "COLLEGE SAINT-MICHEL" to letters-line.
           write letters-line.

           move spaces to letters-line.
           write letters-line.

           move vr-requester to letters-line.
           write letters-line.
           move vr-requester-city to letters-line.
           write letters-line.

           move spaces to letters-line.
           write letters-line.

           if lang-is-french
               move "OBJET: VERIFICATION DE CERTIFICAT"
                   to letters-line
           else
               move "RE: CERTIFICATE VERIFICATION" to letters-line
           end-if.
           write letters-line.

           move spaces to letters-line.
           write letters-line.

           move spaces to letter-ident-detail.
           if lang-is-french
               move "Certificat no:" to li-label
           else
               move "Certificate no:" to li-label
           end-if.
           move vr-cert-number to li-value.
           move letter-ident-detail to letters-line.
           write letters-line.

           move spaces to letter-ident-detail.
           if lang-is-french
               move "Titulaire indique:" to li-label
           else
               move "Holder as given:" to li-label
           end-if.
           move vr-student-name to li-value.
           move letter-ident-detail to letters-line.
           write letters-line.

           move spaces to letter-ident-detail.
           if lang-is-french
               move "Ne(e) le:" to li-label
           else
               move "Born on:" to li-label
           end-if.
           move vr-birth-date to li-value.
           move letter-ident-detail to letters-line.
           write letters-line.

           move spaces to letters-line.
           write letters-line.

           evaluate true
               when outcome-confirmed
                   perform print-confirmed-text
               when outcome-mismatch
                   perform print-mismatch-text
               when other
                   perform print-not-found-text
           end-evaluate.

           move spaces to letters-line.
           write letters-line.

           if lang-is-french
               move "  LE SECRETARIAT: ________________"
                   to letters-line
           else
               move "  THE OFFICE: ________________" to letters-line
           end-if.
           write letters-line.

           move spaces to letters-line.
           write letters-line.

       print-confirmed-text.

           if lang-is-french
               move "  CONFIRME: ce certificat a bien ete delivre"
                   to letters-line
               write letters-line
               move spaces to letters-line
               string "  par notre etablissement le "
                          delimited by size
                      is-issue-date(issued-slot) delimited by size
                      " a la" delimited by size
                      into letters-line
               write letters-line
               move "  personne designee ci-dessus."
                   to letters-line
               write letters-line
           else
               move "  CONFIRMED: this certificate was issued by"
                   to letters-line
               write letters-line
               move spaces to letters-line
               string "  our school on " delimited by size
                      is-issue-date(issued-slot) delimited by size
                      " to the person named" delimited by size
                      into letters-line
               write letters-line
               move "  above." to letters-line
               write letters-line
           end-if.

       print-mismatch-text.

           if lang-is-french
               move "  DIVERGENCE: le certificat existe, mais les"
                   to letters-line
               write letters-line
               move "  renseignements suivants ne correspondent pas"
                   to letters-line
               write letters-line
               move "  a nos registres:" to letters-line
               write letters-line
               if name-matches = "N"
                   move "    - le nom du titulaire" to letters-line
                   write letters-line
               end-if
               if birth-matches = "N"
                   move "    - la date de naissance" to letters-line
                   write letters-line
               end-if
           else
               move "  MISMATCH: the certificate exists, but the"
                   to letters-line
               write letters-line
               move "  following particulars do not agree with"
                   to letters-line
               write letters-line
               move "  our records:" to letters-line
               write letters-line
               if name-matches = "N"
                   move "    - the holder's name" to letters-line
                   write letters-line
               end-if
               if birth-matches = "N"
                   move "    - the date of birth" to letters-line
                   write letters-line
               end-if
           end-if.

       print-not-found-text.

           if lang-is-french
               move "  INCONNU: aucun certificat portant ce numero"
                   to letters-line
               write letters-line
               move "  ne figure a nos registres." to letters-line
               write letters-line
           else
               move "  NOT FOUND: no certificate with this number"
                   to letters-line
               write letters-line
               move "  appears in our records." to letters-line
               write letters-line
           end-if.

       write-verify-log.

           move run-timestamp to vl-timestamp.
           move vr-cert-number to vl-cert-number.
           move vr-student-name to vl-student-name.
           move vr-birth-date to vl-birth-date.
           move vr-requester to vl-requester.
           evaluate true
               when outcome-confirmed
                   move "CONFIRME" to vl-outcome
               when outcome-mismatch
                   move "DIVERGENCE" to vl-outcome
               when other
                   move "INCONNU" to vl-outcome
           end-evaluate.
           move log-note to vl-note.
           move verify-log-detail to verify-log-line.
           write verify-log-line.
