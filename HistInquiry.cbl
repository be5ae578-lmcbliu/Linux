                         ==gradeterm==       BY ==ArcTerm==
                         ==grademarks==      BY ==ArcMarks==
                         ==gradeletter==     BY ==ArcLetter==
                         ==GradeWithdrawn==  BY ==ArcWithdrawn==
                         ==gradepassflag==   BY ==ArcPassFlag==
                         ==gradepassed==     BY ==ArcPassed==.

      *The same GPA arithmetic Transcript runs for a live student.
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
      *credit hours from the course master. A grade whose course is
      *missing from the master still prints, flagged, but carries no
      *credits into the GPA - a made-up weight would be worse than
      *none. A withdrawal's W prints but carries nothing either.
       WriteOneGradeLine.
           move ArcGradeEntry (ArcIdx) to arcgraderec
           move ArcCourseCode to coursemastercode
           move coursecredithours to DetCreditHours
           move ArcMarks to DetMarks
           move ArcLetter to DetLetter
           evaluate true
               when ArcWithdrawn
                   move "WDRAWN" to DetPassNote
               when ArcPassed
                   move "PASS" to DetPassNote
               when other
                   move "FAIL" to DetPassNote
           end-evaluate
           write transcriptline from GradeDetailLine
           perform CheckTranscriptWriteStatus
           add 1 to GradedCourses
           if not ArcWithdrawn
               perform AccumulateGradePoints
           end-if.

      *The letter's grade points on the scale in effect for the
      *course in the term, weighted by the course's credit hours -
      *the same sums Transcript runs.
       AccumulateGradePoints.
           move "P" to sclrequest
           move ArcCourseCode to sclcoursecode
           move ArcTerm to sclterm
           move ArcLetter to sclletter
           call "GradeScale" using sclarea
           move sclpoints to GradePoints
           compute WeightedPoints =
               WeightedPoints + GradePoints * coursecredithours
           add coursecredithours to GradedCredits
