      *Grading scale record - the letter bands, pass mark and grade
      *points a course's marks are graded on, from the term the
      *scale takes effect. Keyed on CourseCode and effective term;
      *a CourseCode of **** is the institution default every course
      *without a scale of its own is graded on. A scale holds up to
      *six bands, highest first, each with the lowest mark that
      *earns its letter and the grade points that letter carries
      *into the GPA; the last band starts at zero. A blank letter
      *ends the bands in use.
       01 scalerec.
           05 scalekey.
               10 scalecoursecode    pic x(4).
               10 scaleterm          pic x(6).
           05 scalepassmark          pic 9(3).
           05 scaleband              occurs 6 times.
               10 scaleletter        pic x.
               10 scaleminmarks      pic 9(3).
               10 scalepoints        pic 9v9.
