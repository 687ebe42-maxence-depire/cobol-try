               88 student-is-withdrawn   value "W".
               88 student-is-transferred value "T".
               88 note-is-external       value "X".
      *> the school the record belongs to, when more than one school
      *> grades in the same batch window; blank is the home school,
      *> so extracts cut before this field existed grade unchanged.
           05 school-code      pic x(02).
