      *> daily attendance record: one absence or late arrival per
      *> student per school day and half-day, keyed by the roll-call
      *> screen and justified later by the office. the term-end
      *> summary folds these into the per-term ABSENCES.DAT counts.
      *> a student present at roll call has no record at all.
           01 daily-attendance-record.
               05 da-attend-key.
                   10 da-student-id     pic x(05).
                   10 da-attend-date    pic x(08).
                   10 da-half-day       pic x(01).
                       88 da-is-morning   value "M".
                       88 da-is-afternoon value "A".
               05 da-class-code         pic x(05).
               05 da-attend-type        pic x(01).
                   88 da-is-absent value "A".
                   88 da-is-late   value "L".
               05 da-justified          pic x(01).
                   88 da-is-justified   value "Y".
                   88 da-is-unjustified value "N".
               05 da-reason             pic x(20).
      *> who called the roll and when, to the second -- the time is
      *> what decides a same-day notice.
               05 da-recorded-by        pic x(08).
               05 da-recorded-date      pic x(08).
               05 da-recorded-time      pic x(06).
               05 da-justified-by       pic x(08).
               05 da-justified-date     pic x(08).
