      *Interface area for the GradeScale subprogram. The caller
      *passes the CourseCode and term of a grade and either its marks
      *(request L) to have the letter grade and pass flag derived, or
      *its letter (request P) to have the grade points looked up.
      *GradeScale finds the scale in effect for that course in that
      *term - the course's own, else the institution default, else
      *the long-standing 80/70/60/50 bands - so every program grades
      *and averages the same way.
       01 sclarea.
           05 sclrequest             pic x.
               88 SclDeriveLetter    value "L".
               88 SclLookupPoints    value "P".
           05 sclcoursecode          pic x(4).
           05 sclterm                pic x(6).
           05 sclmarks               pic 9(3).
           05 sclletter              pic x.
           05 sclpassflag            pic x.
           05 sclpoints              pic 9v9.
           05 sclsource              pic x.
               88 SclCourseScale     value "C".
               88 SclDefaultScale    value "D".
               88 SclBuiltInScale    value "B".
