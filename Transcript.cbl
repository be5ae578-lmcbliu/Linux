      *hold a grade in (a keyed START on grades.dat at the student's
      *gradekey, read forward until the StudentId changes), each
      *course's title and credit hours from the course master, a
      *credit-weighted GPA and the total credits passed. A course
      *withdrawn from prints with its W but counts toward neither
      *the GPA nor the credits. A student on financial hold gets no
      *transcript - the refusal names the held balance - until the
      *bursar releases the hold in FinHold.

       Environment division.
       input-output section.

       01 TranscriptWork.
           05 GradedCourses     pic 9(3) value zero.
           05 GradePoints       pic 9v9.
           05 WeightedPoints    pic 9(6)v9 value zero.
           05 GradedCredits     pic 9(4) value zero.
           05 CreditsPassed     pic 9(4) value zero.
           05 GradePointAvg     pic 9v99.
               "Total credits passed .... ".
           05 CreditsValue      pic zzz9.

           COPY SCLAREA.

           COPY JRNLAREA.

       Procedure division.
           move coursecredithours to DetCreditHours
           move grademarks to DetMarks
           move gradeletter to DetLetter
           evaluate true
               when GradeWithdrawn
                   move "WDRAWN" to DetPassNote
               when gradepassed
                   move "PASS" to DetPassNote
               when other
                   move "FAIL" to DetPassNote
           end-evaluate
           write transcriptline from GradeDetailLine
           perform CheckTranscriptWriteStatus
           add 1 to GradedCourses
           if not GradeWithdrawn
               perform AccumulateGradePoints
           end-if.

      *The letter's grade points on the scale in effect for the
      *course in the term, weighted by the course's credit hours.
      *Credits passed only count when the pass flag says so.
       AccumulateGradePoints.
           move "P" to sclrequest
           move gradecoursecode to sclcoursecode
           move gradeterm to sclterm
           move gradeletter to sclletter
           call "GradeScale" using sclarea
           move sclpoints to GradePoints
           compute WeightedPoints =
               WeightedPoints + GradePoints * coursecredithours
           add coursecredithours to GradedCredits
