      *keyed on the combination of StudentId, CourseCode and term.
      *The term (e.g. 2026FA) is part of the key so a returning
      *student's new mark in the same course opens a new record
      *instead of rewriting last term's grade. A student who withdrew
      *from the course holds a W with no marks; it is neither a pass
      *nor a grade, and carries no credits or points into a GPA.
       01 graderec.
           05 gradekey.
               10 gradestudentid   pic 9(7).
               10 gradeterm        pic x(6).
           05 grademarks           pic 9(3).
           05 gradeletter          pic x.
               88 GradeWithdrawn   value "W".
           05 gradepassflag        pic x.
               88 gradepassed      value "Y".
