      *> a grading partition's boundary exception, held for the
      *> merge step to post to EXCEPTION-MASTER.DAT -- the
      *> partitions run side by side and the master takes one
      *> writer. the merge opens a NEW case from it exactly as the
      *> single grading step would, and leaves a case already on the
      *> master as the counselors last dispositioned it.
           01 exception-stage-record.
               05 xs-exception-key.
                   10 xs-student-id pic x(05).
                   10 xs-class-code pic x(05).
                   10 xs-term-code  pic x(04).
                   10 xs-subject-id pic x(05).
               05 xs-note            pic 9(02)v99.
               05 xs-detect-date     pic x(08).
