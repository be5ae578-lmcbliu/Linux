      *Interface area for the PrereqCheck subprogram. The caller
      *passes the StudentId and the course they are to be put on;
      *PrereqCheck walks that course's prerequisites against the
      *student's passing grades on grades.dat and history.dat and
      *hands back whether they are met. When one is not, the course
      *that failed, its minimum mark and a reason line come back
      *too, and if the registrar has granted an override for the
      *student and course the result says so with the operator who
      *granted it.
       01 prqarea.
           05 prqstudentid           pic 9(7).
           05 prqcoursecode          pic x(4).
           05 prqresult              pic x.
               88 PrereqsMet         value "Y".
               88 PrereqsNotMet      value "N".
               88 PrereqsOverridden  value "O".
           05 prqfailcourse          pic x(4).
           05 prqminmarks            pic 9(3).
           05 prqoperator            pic x(8).
           05 prqreason              pic x(44).
