           05 WriteTally        pic 9(7) value zero.

           COPY JRNLAREA.
           COPY OPRAREA.

       Procedure division.
       begin.
      *    so the tallies are reset here or repeat runs inflate the
      *    journal counts.
           initialize RunTallies
      *    The operator signed on at the menu; run on its own, the
      *    program has its operator sign on before going further.
           move "CourseMaint" to oprprogram.
           set OprGetSession to true.
           call "OperSession" using oprarea.
           move oprid to OperatorId.
           perform OpenCourseFile
           if CourseStatusOK
               perform OpenAuditFile
