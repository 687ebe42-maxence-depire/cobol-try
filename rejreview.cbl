       data division.
       file section.
       fd  reject-file.
       01  reject-line pic x(62).

       fd  resubmit-file.
       01  resubmit-record.
               88 no-more-rejects value "Y".

      *> mirror of the edit's reject-detail layout; the reason text
      *> arrives truncated to what the 62-byte line holds.
           01 parsed-reject.
               05 filler            pic x.
               05 rj-record-image.
                   10 ri-note       pic x(04).
                   10 ri-coef       pic x(02).
                   10 ri-status     pic x(01).
                   10 ri-school-code pic x(02).
               05 filler            pic x(02).
               05 rj-reason         pic x(02).
               05 filler            pic x(02).

           01 reject-table.
               05 reject-entry occurs 2000 times.
                   10 rt-line        pic x(62).
                   10 rt-disposition pic x(01).

           77 review-action pic x.

           1 show_reject.
               2 line 1 col 1 "record: ".
               2 pic x(28) from rj-record-image.
               2 line 2 col 1 "reason: ".
               2 pic x(02) from rj-reason.
               2 col 12 space.
           move entry-note       to note.
           move entry-coef       to coef.
           move entry-status     to student-status.
      *> the school is not rekeyed: a row is corrected within the
      *> school it came from.
           move ri-school-code   to school-code.
           write resubmit-record.

           move "C" to rt-disposition(reject-idx).
