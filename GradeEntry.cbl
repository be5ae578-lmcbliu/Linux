      *to be hand-built with an editor. The StudentId is verified
      *against students.dat and the CourseCode against courses.dat
      *before anything is written, the letter grade and pass flag are
      *derived from the marks on the course's grading scale, and a
      *grade already on file for the same student, course and term
      *is rewritten - a remark correction - instead of rejected. The
      *term is keyed with each entry, defaulting to the current one,
      *so a returning student's new mark opens a new record instead
      *of burying last term's.

       Environment division.
       input-output section.
           05 ReadTally         pic 9(7) value zero.
           05 WriteTally        pic 9(7) value zero.

           COPY SCLAREA.

           COPY JRNLAREA.

       Procedure division.
      *A grade already on file for this student, course and term is a
      *remark correction, so the record is rewritten in place and the
      *old mark is shown so the operator can see what they replaced.
      *A W stands - the student withdrew, so there is nothing to mark.
       WriteOrRewriteGrade.
           move "N" to GradeOnFile
           move WantedStudentId to gradestudentid
                   continue
               not invalid key
                   set GradeExists to true
                   if not GradeWithdrawn
                       DISPLAY "Grade on file with marks " grademarks
                           " letter " gradeletter
                           " - will be replaced."
                   end-if
           end-read
           if GradeExists and GradeWithdrawn
               DISPLAY "Student " WantedStudentId " withdrew from "
                   WantedCourseCode " in " EnteredTerm
                   " - no grade recorded."
           else
               perform PutGradeOnFile
           end-if.

       PutGradeOnFile.
           move WantedStudentId to gradestudentid
           move WantedCourseCode to gradecoursecode
           move EnteredTerm to gradeterm
           end-if.

      *Letter grade and pass flag both come straight off the marks,
      *graded on the scale in effect for the course in the term, so
      *the two can never disagree with each other again.
       DeriveLetterGrade.
           move "L" to sclrequest
           move gradecoursecode to sclcoursecode
           move gradeterm to sclterm
           move grademarks to sclmarks
           call "GradeScale" using sclarea
           move sclletter to gradeletter
           move sclpassflag to gradepassflag.

      *Gives the operator a plain-English message instead of letting
      *a bad OPEN abend the run.
