      *Waitlist record - one entry per student turned away from a
      *full course, in arrival order. The full student record image
      *is kept so the add can be rekeyed as sent when a seat opens.
      *The reason says what the seat is wanted for - a new student,
      *another course for a student already on file, or a transfer.
      *Entries written before the reason existed have a blank one.
       01 waitrec.
           05 waitdate.
               10 waityear        pic 9(4).
           05 waittime            pic 9(6).
           05 waitcoursecode      pic x(4).
           05 waitrecord          pic x(68).
           05 waitreason          pic x.
               88 WaitForNewStudent value "A".
               88 WaitForExtraCourse value "E".
               88 WaitForTransfer   value "T".
