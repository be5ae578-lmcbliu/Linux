      *Programme assignment - the programme of study each student is
      *on, keyed on StudentId. It is kept apart from the student
      *master so it outlives the archive run: a student taken off
      *the live files can still have their degree audited.
       01 stuprogrec.
           05 spstudentid            pic 9(7).
           05 spprogcode             pic x(6).
           05 spdate                 pic 9(8).
