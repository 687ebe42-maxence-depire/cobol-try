      *> timetable master, keyed by class, weekday and slot: which
      *> subject a class sits, with which teacher and in which room,
      *> at each period of the school week. the key itself keeps a
      *> class in one place at a time; the maintenance screen refuses
      *> a teacher or a room booked twice in the same weekday/slot.
      *> the teacher is the one the teacher assignment master carries
      *> for the class/subject pair.
           01 timetable-record.
               05 ti-slot-key.
                   10 ti-class-code pic x(05).
                   10 ti-weekday    pic 9(01).
                       88 ti-weekday-valid value 1 thru 5.
                   10 ti-slot       pic 9(02).
                       88 ti-slot-valid value 1 thru 10.
               05 ti-subject-id     pic x(05).
               05 ti-teacher-id     pic x(05).
               05 ti-room           pic x(05).
               05 ti-changed-by     pic x(08).
               05 ti-changed-date   pic x(08).
