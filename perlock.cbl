      *> ledger period lock: every program that posts to LEDGER.DAT
      *> asks here before it does, with the date it is posting
      *> under. a month on the PERIOD-CLOSE.DAT register has had its
      *> figures sent to the board and is closed, together with every
      *> month before it; a date in one comes back "C" and the
      *> caller refuses the posting. a correction goes in as an
      *> adjusting entry in the open month instead. the register is
      *> reread per call, the way getparam rereads its parameters.
       identification division.
       program-id. perlock.

       environment division.
       input-output section.
       file-control.
           select period-close-file assign to "PERIOD-CLOSE.DAT"
               organization line sequential
               file status is period-close-status.

       data division.
       file section.
       fd  period-close-file.
           copy periodreg.

       working-storage section.

           77 period-close-status pic xx.

           77 end-of-register pic x.

       linkage section.
           copy periodfields.

       procedure division using pf-posting-date pf-closed-through
               pf-result.

           move spaces to pf-closed-through.
           move "N" to end-of-register.

           open input period-close-file.
           if period-close-status = "00"
               perform until end-of-register = "Y"
                   read period-close-file
                       at end move "Y" to end-of-register
                       not at end
                           if pc-period > pf-closed-through
                               move pc-period to pf-closed-through
                           end-if
                   end-read
               end-perform
               close period-close-file
           end-if.

           if pf-closed-through not = spaces
                   and pf-posting-date(1:6) <= pf-closed-through
               move "C" to pf-result
           else
               move "O" to pf-result
           end-if.

       goback.
