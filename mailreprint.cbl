           05 mc-status        pic x(01).

       fd  transcript-file.
       01  transcript-line pic x(108).

       fd  pages-file.
       01  pages-line pic x(66).
           copy langflag.
           77 lang-file-status pic xx.

      *> the reprint carries the student's own school on the banner,
      *> the way the original page did.
           copy schoolfields.

           77 request-file-status    pic xx.
           77 mailing-control-status pic xx.
           77 transcript-file-status pic xx.
               05 pl-rank           pic x(03).
               05 pl-subject-name   pic x(20).
               05 filler            pic x(14).
               05 pl-school-code    pic x(02).

      *> one student's subject lines buffered until the average
      *> line closes the page, the bulletin printer's own pattern.
           move all "-" to pages-line.
           write pages-line.

           move pl-school-code to sf-school-code.
           call "schoolinfo" using sf-school-code sf-school-name
               sf-estab-number sf-found.
           move sf-school-name to pages-line.
           write pages-line.

           if lang-is-french
