      *> one row per partition of a partitioned grading night: the
      *> partition id the grading step is given as its parameter,
      *> and the class-code range, both ends included, that
      *> partition grades. rows are kept in class-code order, and
      *> between them the ranges cover every class on the extract.
           01 partition-record.
               05 gp-partition-id pic x(02).
               05 gp-class-from   pic x(05).
               05 gp-class-to     pic x(05).
