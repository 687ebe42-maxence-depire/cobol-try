      *> steps it drove.
      *>
      *> schedule row: sequence(3) day(1) program(20) predecessor(20)
      *> cond-rc(2) parameter(8) parallel-group(2). day "*" runs
      *> every business date, "1".."7" runs monday..sunday only.
      *> blank predecessor runs unconditionally. a parameter is
      *> passed on the call in the layout PARM= hands a JCL step --
      *> a length, then the text -- so each step holds its own and
      *> no two share a card.
      *>
      *> a parallel group marks rows that may be submitted together:
      *> consecutive rows carrying the same group id, written with
      *> the same day, predecessor and limit -- the grading run's
      *> class-range partitions, one program with a parameter per
      *> row. the group is judged once, on its first row, and every
      *> member takes that decision, so no member waits on another.
      *> this driver is one process and still calls the members one
      *> after the other; the group is what tells the night's JCL to
      *> put each member in a job of its own and release them side
      *> by side. a row that names the program as its predecessor
      *> waits for every member and is judged on the worst return
      *> code among them. a blank group is a row on its own.
       identification division.
       program-id. scheduler.

           05 sc-program   pic x(20).
           05 sc-pred      pic x(20).
           05 sc-cond-rc   pic 9(02).
           05 sc-parm      pic x(08).
           05 sc-group     pic x(02).

       fd  run-date-file.
       01  run-date-record.
           77 pred-idx   pic 9(02).
           77 pred-rc    pic 9(04).
           77 pred-ran   pic x.
           77 preds-not-run pic 9(02).
      *> the row a step is judged on: its own, or its parallel
      *> group's first row.
           77 judge-idx  pic 9(02).

           01 step-table.
               05 step-entry occurs 40 times.
                   10 st-program  pic x(20).
                   10 st-pred     pic x(20).
                   10 st-cond-rc  pic 9(02).
                   10 st-parm     pic x(08).
                   10 st-group    pic x(02).
                   10 st-outcome  pic x(01).
      *> R ran, S skipped on condition, H held on a load failure,
      *> D not due today.
                   10 st-rc       pic 9(04).

           77 call-program pic x(20).

           01 step-parm-area.
               05 step-parm-length pic s9(04) binary.
               05 step-parm-text   pic x(08).
           77 worst-rc     pic 9(04) value zero.

           77 steps-run     pic 9(02) value zero.
                               move sc-program
                                   to st-program(step-count)
                               move sc-pred to st-pred(step-count)
                               move sc-parm to st-parm(step-count)
                               move sc-group to st-group(step-count)
                               if sc-cond-rc is numeric
                                   move sc-cond-rc
                                       to st-cond-rc(step-count)
           else
               perform check-predecessor
               if pred-ran = "N"
                       or pred-rc >= st-cond-rc(judge-idx)
                   move "S" to st-outcome(step-idx)
                   add 1 to steps-skipped
                   display "step " st-sequence(step-idx) " "

      *> the predecessor's recorded outcome from this run of the
      *> schedule; no predecessor named means the step always runs.
      *> a predecessor on several rows has run only when every one
      *> of them ran, and its return code is the worst of theirs.
      *> a member of a parallel group is judged as its group's
      *> first row was, on the rows ahead of the group only.
       check-predecessor.

           perform find-group-first-row.

           move "Y" to pred-ran.
           move zero to pred-rc.

           if st-pred(judge-idx) = spaces
               continue
           else
               move "N" to pred-ran
               move zero to preds-not-run
               perform varying pred-idx from 1 by 1
                       until pred-idx >= judge-idx
                   if st-program(pred-idx) = st-pred(judge-idx)
                       if st-outcome(pred-idx) = "R"
                           move "Y" to pred-ran
                           if st-rc(pred-idx) > pred-rc
                               move st-rc(pred-idx) to pred-rc
                           end-if
                       else
                           add 1 to preds-not-run
                       end-if
                   end-if
               end-perform
               if preds-not-run > zero
                   move "N" to pred-ran
               end-if
      *> a predecessor that never ran reads as the worst return
      *> code, so dependents hold the same way COND= would.
               if pred-ran = "N"
               end-if
           end-if.

      *> back over the consecutive rows carrying this row's group id
      *> to the first of them.
       find-group-first-row.

           move step-idx to judge-idx.
           if st-group(step-idx) not = spaces
               perform until judge-idx = 1
                       or st-group(judge-idx - 1)
                           not = st-group(step-idx)
                   subtract 1 from judge-idx
               end-perform
           end-if.

      *> each step's own START/END lands on the run log from the
      *> called program itself, the way it always has; this caller
      *> only records what the call came back with.
       call-one-step.

           move st-program(step-idx) to call-program.

           move zero to return-code.

           if st-parm(step-idx) not = spaces
               move st-parm(step-idx) to step-parm-text
               move zero to step-parm-length
               inspect st-parm(step-idx) tallying step-parm-length
                   for characters before initial space
               call call-program using step-parm-area
                   on exception
                       perform hold-one-step
               end-call
           else
               call call-program
                   on exception
                       perform hold-one-step
               end-call
           end-if.

           if st-outcome(step-idx) not = "H"
               move "R" to st-outcome(step-idx)
                   move return-code to worst-rc
               end-if
               move zero to return-code
      *> a program named on more than one row starts each of them
      *> from its initial state, not from where the last row left
      *> it.
               cancel call-program
           else
      *> a step that could not even load is at least as bad as a
      *> failing one.
                   move 8 to worst-rc
               end-if
           end-if.

       hold-one-step.

           move "H" to st-outcome(step-idx).
           add 1 to steps-held.
           display "step " st-sequence(step-idx) " "
               call-program " held: cannot load".
           move 99 to st-rc(step-idx).
           move 99 to pred-rc.
           move "HOLD" to rl-event.
           perform write-runlog-decision.
