      *Teaching assignment - who teaches each course in each term,
      *keyed on CourseCode and term the way the enrollment master is
      *keyed on its course and term. One instructor per course per
      *term; the InstructorId is on the instructor master.
       01 teachrec.
           05 teachkey.
               10 teachcoursecode  pic x(4).
               10 teachterm        pic x(6).
           05 teachinstrid         pic x(6).
