
       file section.
       fd  ledger-file.
       01  ledger-line pic x(48).

       fd  lang-file.
       01  lang-record pic x(01).

           77 accept-audit-status pic xx.

           copy periodfields.

      *> a correction to a posting in a closed month goes in as an
      *> adjusting entry in the open month, naming the ledger line
      *> it corrects: added to it, or reversing it -- a reversal is
      *> taken off the balance by the consolidation and can take
      *> off no more than the original put on.
           77 adjusted-line pic 9(07) value zero.
           77 adjust-kind pic x value space.
               88 adjust-adds     value "A".
               88 adjust-reverses value "R".
           77 adjust-valid pic x value "N".
               88 adjust-is-valid value "Y".
           77 ledger-line-number pic 9(07).
           77 original-found pic x.
           77 original-total pic 9(05).
           77 end-of-ledger pic x.

      *> mirror of ledger-detail with the posting-source column the
      *> automatic postings write after the account.
           01 original-ledger.
               05 ol-addend-count pic x(02).
               05 filler          pic x(02).
               05 ol-total        pic x(05).
               05 filler          pic x(02).
               05 ol-timestamp    pic x(15).
               05 filler          pic x(02).
               05 ol-account      pic x(04).
               05 filler          pic x(01).
               05 ol-source       pic x(03).
                   88 ol-is-manual value spaces "ADJ" "ADR".
               05 filler          pic x(08).

      *> staging fields for the audit write: the record itself is
      *> cleared and built inside log-accept-event, because the FD's
      *> filler bytes carry no VALUE at run time and a line-
      *> already parses, so old records keep reading unchanged.
               05 filler          pic x(02) value space.
               05 ld-account      pic x(04).
               05 filler          pic x(01) value space.
               05 ld-source       pic x(03).
               05 filler          pic x(01) value space.
               05 ld-adjusted-line pic x(07).

       screen section.     *> Division contenant des 'macros' pour l'affichage à l'écran.

               ==FIELD-PIC== by ==x(04)==
               TARGET-FIELD by entry-account.

           copy promptfield replacing
               SCREEN-NAME by input_adjusted_en
               FIELD-LINE  by 1
               PROMPT-TEXT by 'Adjusts ledger line (0 = none): '
               ==FIELD-PIC== by ==9(07)==
               TARGET-FIELD by adjusted-line.

           copy promptfield replacing
               SCREEN-NAME by input_adjusted_fr
               FIELD-LINE  by 1
               PROMPT-TEXT by 'Corrige la ligne (0 = aucune): '
               ==FIELD-PIC== by ==9(07)==
               TARGET-FIELD by adjusted-line.

           copy promptfield replacing
               SCREEN-NAME by input_kind_en
               FIELD-LINE  by 2
               PROMPT-TEXT by '(A)dd to it or (R)everse it: '
               FIELD-PIC   by x
               TARGET-FIELD by adjust-kind.

           copy promptfield replacing
               SCREEN-NAME by input_kind_fr
               FIELD-LINE  by 2
               PROMPT-TEXT by '(A)jouter ou (R)extourner: '
               FIELD-PIC   by x
               TARGET-FIELD by adjust-kind.

       procedure division.

           perform read-session-operator.

           perform read-lang-flag.

      *> the session's total is stamped with today's date.
           move function current-date(1:8) to pf-posting-date.
           call "perlock" using pf-posting-date pf-closed-through
               pf-result.
           if pf-period-is-closed
               if lang-is-french
                   display "erreur: grand livre cloture jusqu'a "
                       pf-closed-through
               else
                   display "error: ledger closed through "
                       pf-closed-through
               end-if
               move 8 to return-code
               goback
           end-if.

           display erase_screen.  *> Cette commande permet d'appeller la macro erase_screen.

           perform accept-posting-account.

           perform accept-adjusted-line.

           move 0 to var_c.

           perform until all-addends-entered

           display var_c.

           if adjust-reverses and var_c > original-total
               if lang-is-french
                   display "erreur: l'extourne depasse l'ecriture "
                       "d'origine, rien n'est passe"
               else
                   display "error: reversal exceeds the original "
                       "posting, nothing posted"
               end-if
               move "Y" to saw-invalid-entry
           else
               perform post-to-ledger
           end-if.

      *> non-zero so a calling job step can detect the rejected entry.
           if saw-invalid-entry = "Y"
               move "Y" to account-valid
           end-if.

      *> the ledger line an adjusting entry corrects, counted from
      *> the top of LEDGER.DAT the way the consolidation numbers
      *> them; zero for an ordinary session.
       accept-adjusted-line.

           move "N" to adjust-valid.
           perform accept-one-adjusted-line
               until adjust-is-valid.

       accept-one-adjusted-line.

           move zero to adjusted-line.
           if lang-is-french
               display input_adjusted_fr
               accept input_adjusted_fr
           else
               display input_adjusted_en
               accept input_adjusted_en
           end-if.

           move "ADJ-LINE" to audit-field-name.
           move adjusted-line to audit-value.
           perform log-accept-event.

           if adjusted-line = zero
               move "Y" to adjust-valid
           else
               perform find-original-posting
               evaluate true
                   when original-found = "N"
                       if lang-is-french
                           display "ligne absente du grand livre"
                       else
                           display "no such line on the ledger"
                       end-if
                   when not ol-is-manual
                       if lang-is-french
                           display "ecriture d'un autre programme, a "
                               "corriger par celui-ci"
                       else
                           display "posted by another program, correct"
                               " it through that program"
                       end-if
                   when other
                       display ol-timestamp(1:8) " " ol-account
                           " " ol-total " " ol-source
                       perform accept-adjust-kind
               end-evaluate
           end-if.

       accept-adjust-kind.

           if lang-is-french
               display input_kind_fr
               accept input_kind_fr
           else
               display input_kind_en
               accept input_kind_en
           end-if.

           move "ADJ-KIND" to audit-field-name.
           move adjust-kind to audit-value.
           perform log-accept-event.

           if adjust-adds or adjust-reverses
               move "Y" to adjust-valid
           else
               if lang-is-french
                   display "erreur: A ou R attendu"
               else
                   display "error: enter A or R"
               end-if
           end-if.

       find-original-posting.

           move "N" to original-found.
           move zero to ledger-line-number.
           move "N" to end-of-ledger.

           open input ledger-file.
           if ledger-file-status = "00"
               perform until end-of-ledger = "Y"
                   read ledger-file
                       at end move "Y" to end-of-ledger
                       not at end
                           add 1 to ledger-line-number
                           if ledger-line-number = adjusted-line
                               move ledger-line to original-ledger
                               move "Y" to original-found
                               move "Y" to end-of-ledger
                           end-if
                   end-read
               end-perform
               close ledger-file
           end-if.

           if original-found = "Y"
               compute original-total = function numval(ol-total)
           end-if.

       post-to-ledger.     *> Ajoute le resultat au fichier grand livre.

           move function current-date to run-timestamp.
           move var_c to ld-total.
           move run-timestamp to ld-timestamp.
           move entry-account to ld-account.
           move spaces to ld-source.
           move spaces to ld-adjusted-line.
           if adjusted-line > zero
               if adjust-reverses
                   move "ADR" to ld-source
               else
                   move "ADJ" to ld-source
               end-if
               move adjusted-line to ld-adjusted-line
           end-if.
           move ledger-detail to ledger-line.

           open extend ledger-file.
