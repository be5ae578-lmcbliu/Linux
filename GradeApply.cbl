           05 filler            pic x(3) value " - ".
           05 RejReasonText     pic x(44).

           COPY SCLAREA.

           COPY JRNLAREA.

       Procedure division.

      *A grade already on file for this student, course and term is
      *a remark correction, rewritten in place - the same stance the
      *keyed path takes. A withdrawal's W stands and the mark is
      *rejected.
       WriteOrRewriteGrade.
           move "N" to GradeOnFile
           move TranStudentId to gradestudentid
               not invalid key
                   set GradeExists to true
           end-read
           if GradeExists and GradeWithdrawn
               move "withdrawn from course" to RejectReason
               perform WriteRejectRecord
           else
               perform PutGradeOnFile
           end-if.

       PutGradeOnFile.
           move TranStudentId to gradestudentid
           move TranCourseCode to gradecoursecode
           move AppliedTerm to gradeterm
           end-if.

      *Letter grade and pass flag both come straight off the marks,
      *graded on the scale in effect for the course in the term - the
      *same derivation GradeEntry uses, so the two paths can never
      *disagree.
       DeriveLetterGrade.
           move "L" to sclrequest
           move gradecoursecode to sclcoursecode
           move gradeterm to sclterm
           move grademarks to sclmarks
           call "GradeScale" using sclarea
           move sclletter to gradeletter
           move sclpassflag to gradepassflag.

       WriteRejectRecord.
           add 1 to RejectedCount
