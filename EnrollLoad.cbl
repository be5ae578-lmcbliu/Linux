       identification division.
       program-id. EnrollLoad.
       Author. Bo Liu.
      *One-off load of the enrollment master. Every student already
      *on students.dat is enrolled on the one CourseCode their record
      *carries, so that course goes onto enroll.dat as their first
      *enrollment, in the current term, before the add, capacity,
      *roster, billing, transfer and promotion runs start working
      *off the enrollment master instead. Safe to rerun - a student
      *already enrolled on that course for the term is counted and
      *passed over rather than loaded twice.

       Environment division.
       input-output section.
       file-control.
           select studentfile assign to "C:\Cobol\students.dat"
               organization is indexed
               access mode is sequential
               record key is studentid
               file status is StudentFileStatus.
           select enrollfile assign to "C:\Cobol\enroll.dat"
               organization is indexed
               access mode is dynamic
               record key is enrollkey
               file status is EnrollFileStatus.

       Data division.
       file section.
       FD studentfile.
           COPY STUDENT.

       FD enrollfile.
           COPY ENROLL.

       Working-storage section.
       01 StudentFileStatus     pic xx.
           88 StatusOK          value "00".
           88 StatusEndOfFile   value "10".
           88 StatusNotFound    value "35".

       01 EnrollFileStatus      pic xx.
           88 EnrollStatusOK    value "00".
           88 EnrollStatusDupKey value "22".
           88 EnrollStatusNotFnd value "35".

       01 LoadCounts.
           05 StudentsRead      pic 9(7) value zero.
           05 LoadedCount       pic 9(7) value zero.
           05 AlreadyLoaded     pic 9(7) value zero.
           05 FailedCount       pic 9(7) value zero.

      *The term the first enrollments land in - the term the load is
      *run in, the same one the add paths stamp a new enrollment with.
       01 LoadTerm              pic x(6).
       01 RunDateYMD            pic 9(8).

           COPY JRNLAREA.

       Procedure division.
       begin.
           initialize jrnlarea
           move "EnrollLoad" to jrnlprogram
           set JournalStart to true
           call "RunJournal" using jrnlarea
           set JournalClean to true
      *    A called program keeps its working storage between calls,
      *    so the counts are reset here or a rerun from the menu
      *    reports the first run's figures on top of its own.
           initialize LoadCounts
           ACCEPT RunDateYMD FROM DATE YYYYMMDD
           call "CurrentTerm" using LoadTerm
           open input studentfile
           perform CheckStudentOpenStatus
           if StatusOK
               perform OpenEnrollFile
               if EnrollStatusOK
                   perform LoadAllStudents
                   close enrollfile
                   DISPLAY LoadedCount " enrollment(s) loaded for "
                       LoadTerm ", " AlreadyLoaded " already on file, "
                       FailedCount " not written"
               end-if
               close studentfile
           end-if
           set JournalEnd to true
           move StudentsRead to jrnlreads
           move LoadedCount to jrnlwrites
           if FailedCount > zero
               set JournalError to true
           end-if
           call "RunJournal" using jrnlarea
           goback.

      *Opens enroll.dat for update, creating it first the one time
      *it does not exist yet.
       OpenEnrollFile.
           open i-o enrollfile
           if EnrollStatusNotFnd
               open output enrollfile
               close enrollfile
               open i-o enrollfile
           end-if
           if not EnrollStatusOK
               DISPLAY "enroll.dat will not open - status "
                   EnrollFileStatus ". Nothing loaded."
               set JournalError to true
           end-if.

       LoadAllStudents.
           read studentfile next record
               at end set endofstudentfile to true
           end-read
           perform CheckReadStatus
           perform until endofstudentfile
               add 1 to StudentsRead
               perform LoadOneStudent
               read studentfile next record
                   at end set endofstudentfile to true
               end-read
               perform CheckReadStatus
           end-perform.

      *A duplicate key means an earlier run, or an add made since,
      *already put this course on the student's load for the term.
       LoadOneStudent.
           move studentid to enrstudentid
           move coursecode to enrcoursecode
           move LoadTerm to enrterm
           move RunDateYMD to enrdate
           move "A" to enrstatus
           write enrollrec
           evaluate true
               when EnrollStatusOK
                   add 1 to LoadedCount
               when EnrollStatusDupKey
                   add 1 to AlreadyLoaded
               when other
                   add 1 to FailedCount
                   DISPLAY "enroll.dat write error - status "
                       EnrollFileStatus ". Student " studentid
                       " not loaded."
           end-evaluate.

      *Gives the operator a plain-English message instead of letting
      *a bad OPEN abend the run.
       CheckStudentOpenStatus.
           evaluate true
               when StatusOK
                   continue
               when StatusNotFound
                   DISPLAY "students.dat not found - nothing to load."
               when other
                   DISPLAY "students.dat will not open - status "
                       StudentFileStatus
                   set JournalError to true
           end-evaluate.

      *Called after every READ. Status 10 is normal end of file and
      *is not an error.
       CheckReadStatus.
           if not StatusOK and not StatusEndOfFile
               DISPLAY "students.dat record read error - status "
                   StudentFileStatus
               set endofstudentfile to true
               set JournalError to true
           end-if.
