           copy historyrec.

       fd  archive-file.
       01  archive-record pic x(117).

       fd  keep-file.
       01  keep-record pic x(117).

       working-storage section.

