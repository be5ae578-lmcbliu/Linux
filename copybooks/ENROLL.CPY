      *Enrollment master - one record per student per course per
      *term, keyed on the combination of StudentId, CourseCode and
      *term the same way the grades master is. This is the student's
      *course load; the CourseCode on studentrec only records the
      *course they first enrolled on. A course left by transfer is
      *marked T rather than deleted, so the term's movements can
      *still be traced; a course withdrawn from mid-term is marked W
      *the same way. Only active enrollments hold a seat.
       01 enrollrec.
           05 enrollkey.
               10 enrstudentid     pic 9(7).
               10 enrcoursecode    pic x(4).
               10 enrterm          pic x(6).
           05 enrdate.
               10 enryear          pic 9(4).
               10 enrmonth         pic 9(2).
               10 enrday           pic 9(2).
           05 enrstatus            pic x.
               88 EnrollActive     value "A".
               88 EnrollTransferred value "T".
               88 EnrollWithdrawn  value "W".
