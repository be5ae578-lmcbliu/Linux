      *Course prerequisite record - one per course per course that
      *must already be passed before it, keyed on the pair so a
      *keyed START at a CourseCode walks every prerequisite it has.
      *The minimum mark is the mark the earlier course must have been
      *passed with; zero means a pass of any mark will do.
       01 prereqrec.
           05 prereqkey.
               10 prereqcourse       pic x(4).
               10 prereqrequired     pic x(4).
           05 prereqminmarks         pic 9(3).
