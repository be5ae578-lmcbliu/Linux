      *Instructor master - one record per member of teaching staff,
      *keyed on InstructorId. The maximum load is the number of
      *credit hours they may be given to teach in one term.
       01 instrrec.
           05 instrid              pic x(6).
           05 instrname            pic x(30).
           05 instrdept            pic x(4).
           05 instrmaxload         pic 9(2).
