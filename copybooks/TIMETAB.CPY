      *Class timetable - one record per meeting of a course in a
      *term: the day of the week (1 Monday to 7 Sunday), the start
      *and end times on the 24-hour clock and the room it meets in.
      *Keyed on course, term, day and start time, so a keyed START
      *at a course and term walks its week in order.
       01 timerec.
           05 timekey.
               10 timecoursecode   pic x(4).
               10 timeterm         pic x(6).
               10 timeday          pic 9.
                   88 ValidMeetingDay value 1 thru 7.
               10 timestart.
                   15 timestarthh  pic 9(2).
                   15 timestartmm  pic 9(2).
           05 timeend.
               10 timeendhh        pic 9(2).
               10 timeendmm        pic 9(2).
           05 timeroom             pic x(6).
