      *> room master, keyed by the room code the timetable books:
      *> how many candidates each room seats at exam time, so the
      *> seating run can fill rooms without the whiteboard.
           01 room-master-record.
               05 rm-room           pic x(05).
               05 rm-description    pic x(20).
               05 rm-capacity       pic 9(03).
               05 rm-changed-by     pic x(08).
               05 rm-changed-date   pic x(08).
