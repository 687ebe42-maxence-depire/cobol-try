      *> a grading partition's results notice, held for the merge
      *> step to queue through notifyq in the night's order -- the
      *> partitions run side by side and the message counter takes
      *> one writer. the notice carries the number the student's
      *> history posting was staged under, so a notice staged again
      *> by a restarted partition is queued once.
           01 notify-stage-record.
               05 ns-history-seq     pic 9(06).
               05 ns-recipient-kind  pic x(01).
               05 ns-recipient-id    pic x(05).
               05 ns-source          pic x(03).
               05 ns-reference       pic x(10).
               05 ns-text            pic x(60).
