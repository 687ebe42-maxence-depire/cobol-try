      *> its timestamp and the values shipped, because these sheets
      *> go to third parties and the school must be able to
      *> reproduce any sheet it signed.
      *>
      *> a family that refused sharing the student's results with a
      *> university on the consent master gets no sheet: the refusal
      *> is booked by consentchk and the run ends without one.
       identification division.
       program-id. gpaextract.


           copy runlogfields.

           copy consentfields.

           77 request-file-status   pic xx.
           77 gpa-table-status      pic xx.
           77 history-file-status   pic xx.

           perform read-gpa-request.

           move gq-student-id to cf-student-id.
           move "U" to cf-use.
           move "gpaextract" to cf-program.
           call "consentchk" using cf-student-id cf-use cf-program
               cf-allowed.
           if cf-allowed = "N"
               display "student " gq-student-id " -- family refused"
                   " university sharing, no sheet issued"
      *> non-zero so the office sees the sheet was withheld.
               move 4 to return-code
               goback
           end-if.

           perform load-gpa-table.

           if row-count = zero
