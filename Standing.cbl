               10 StdGpa        pic 9v99.
               10 StdStudentId  pic 9(7).
               10 StdSurname    pic x(8).
               10 StdWeighted   pic 9(6)v9.
               10 StdCredits    pic 9(4).
               10 StdPassed     pic 9(4).

       01 StandingCounts.
           05 GradesRead        pic 9(7) value zero.
           05 GradePoints       pic 9v9.
           05 HonorsTotal       pic 9(4) value zero.
           05 ProbationTotal    pic 9(4) value zero.

           05 GtlProbation      pic zzz9.
           05 filler            pic x(10) value " probation".

           COPY SCLAREA.

           COPY JRNLAREA.

       Procedure division.
       SweepGradeFile.
           perform ReadGradeRecord
           perform until AllGradesRead
               if (AllTermsWanted or gradeterm = WantedTerm)
                       and not GradeWithdrawn
                   perform CountOneGrade
               end-if
               perform ReadGradeRecord

      *A grade whose course is off the master carries no credits
      *into the average, the same stance Transcript takes - a
      *made-up weight would be worse than none. The letter's points
      *come off the grading scale, as Transcript's do. A withdrawal's
      *W is left out before it gets here, as Transcript leaves it
      *out of the GPA.
       CountOneGrade.
           add 1 to GradesRead
           move gradecoursecode to coursemastercode
               not invalid key
                   continue
           end-read
           move "P" to sclrequest
           move gradecoursecode to sclcoursecode
           move gradeterm to sclterm
           move gradeletter to sclletter
           call "GradeScale" using sclarea
           move sclpoints to GradePoints
           perform FindStudentSlot
           if StdIdx <= StdCount
               compute StdWeighted (StdIdx) = StdWeighted (StdIdx)
