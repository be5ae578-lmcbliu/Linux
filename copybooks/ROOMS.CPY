      *Room master - one record per teaching room, keyed on RoomId,
      *with the number of seats it holds.
       01 roomrec.
           05 roomid               pic x(6).
           05 roomname             pic x(20).
           05 roomseats            pic 9(3).
