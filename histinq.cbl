      *> student 00003 last month?" -- without dumping the file. the
      *> operator gives a date range and, optionally, a program name
      *> or an identifier; the matches come up on the screen and go
      *> to a formatted listing with their label/value pairs. run
      *> from the night's deferred-report slot, the same four values
      *> come off the HISTINQ-REQUEST.DAT card instead of the screen,
      *> and the card is consumed so the next inquiry at the menu is
      *> asked on the screen again.
       identification division.
       program-id. histinq.

           select listing-file assign to "HISTORY-INQUIRY.DAT"
               organization line sequential.

           select request-file assign to "HISTINQ-REQUEST.DAT"
               organization line sequential
               file status is request-file-status.

       data division.
       file section.
       fd  history-file.
       fd  listing-file.
       01  listing-line pic x(130).

       fd  request-file.
       01  request-record.
           05 hq-date-from  pic x(08).
           05 hq-date-to    pic x(08).
           05 hq-program    pic x(20).
           05 hq-identifier pic x(10).

       working-storage section.

           77 history-file-status pic xx.
           77 request-file-status pic xx.

           77 request-on-card pic x value "N".
               88 request-is-on-card value "Y".

           77 end-of-history pic x value "N".
               88 no-more-history value "Y".

       procedure division.

           perform read-inquiry-request.

           if not request-is-on-card
               display ask_date_from
               accept ask_date_from
               display ask_date_to
               accept ask_date_to
               display ask_program
               accept ask_program
               display ask_identifier
               accept ask_identifier
           end-if.

           if date-from = spaces
               move "00000000" to date-from

       goback.

       read-inquiry-request.

           open input request-file.
           if request-file-status = "00"
               read request-file
                   not at end
                       if request-record not = spaces
                           move hq-date-from  to date-from
                           move hq-date-to    to date-to
                           move hq-program    to program-filter
                           move hq-identifier to identifier-filter
                           move "Y" to request-on-card
                       end-if
               end-read
               close request-file
           end-if.

           if request-is-on-card
               open output request-file
               close request-file
           end-if.

       list-if-matching.

           if program-filter not = spaces
