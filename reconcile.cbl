       data division.
       file section.
       fd  transcript-file.
       01  transcript-line pic x(108).

       fd  grade-report-file.
       01  grade-report-line pic x(40).
