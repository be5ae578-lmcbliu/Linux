       identification division.
       program-id. ClassRoster.
       Author. Bo Liu.
      *Sorts the current term's enrollments by course then surname
      *and prints a paginated roster with a course subtotal at each
      *course break. A student taking several courses appears on the
      *roster of each one; the name and gender come off students.dat
      *by a keyed READ as each enrollment is released to the sort.

       Environment division.
       input-output section.
       file-control.
           select studentfile assign to "C:\Cobol\students.dat"
               organization is indexed
               access mode is random
               record key is studentid
               file status is StudentFileStatus.
           select enrollfile assign to "C:\Cobol\enroll.dat"
               organization is indexed
               access mode is sequential
               record key is enrollkey
               file status is EnrollFileStatus.
           select sortworkfile assign to "sortwork.tmp".
           select rosterfile assign to "C:\Cobol\roster.lst"
               organization is line sequential
       FD studentfile.
           COPY STUDENT.

       FD enrollfile.
           COPY ENROLL.

      *Byte-for-byte the same layout as studentrec (the input
      *procedure releases the master record straight across with the
      *enrolled course over its CourseCode), just with its own
      *data-names so the keys below are unambiguous.
       SD sortworkfile.
           COPY STUDENT
               REPLACING ==studentrec==          BY ==sortrec==
           88 StatusOK          value "00".
           88 StatusNotFound    value "35".

       01 EnrollFileStatus      pic xx.
           88 EnrollStatusOK    value "00".
           88 EnrollStatusEOF   value "10".
           88 EnrollStatusNotFnd value "35".

       01 EndOfEnrollments      pic x value "N".
           88 AllEnrollmentsRead value "Y".

      *The term the roster is for - the current one, derived from the
      *run date so the roster run stays unattended.
       01 RosterTerm            pic x(6).

       01 RosterFileStatus      pic xx.
           88 RosterStatusOK    value "00".

           05 filler            pic x(14) value "Class Roster -".
           05 filler            pic x(7) value " Course".
           05 HeadCourseCode    pic x(5).
           05 filler            pic x(6) value " Term ".
           05 HeadTerm          pic x(6).
           05 filler            pic x(8) value "   Page ".
           05 HeadPageNumber    pic zz9.

           move zero to LineCount.
           move spaces to PriorCourseCode.
           move zero to CourseCount.
           move "N" to EndOfEnrollments.
           call "CurrentTerm" using RosterTerm.
           open output rosterfile.
           perform CheckRosterOpenStatus
           if RosterStatusOK
               sort sortworkfile
                   on ascending key sortcoursecode sortsurname
                   input procedure is SelectEnrollments
                   output procedure is ProduceRoster
               close rosterfile
           end-if
           set JournalEnd to true
           call "RunJournal" using jrnlarea
           goback.

      *Every active enrollment for the roster term goes to the sort
      *carrying its student's master record. An enrollment whose
      *student has left the master has no name to print and is
      *reported instead.
       SelectEnrollments.
           open input studentfile
           perform CheckStudentOpenStatus
           if StatusOK
               open input enrollfile
               perform CheckEnrollOpenStatus
               if EnrollStatusOK
                   perform ReadEnrollment
                   perform until AllEnrollmentsRead
                       if enrterm = RosterTerm and EnrollActive
                           perform ReleaseEnrollment
                       end-if
                       perform ReadEnrollment
                   end-perform
                   close enrollfile
               end-if
               close studentfile
           end-if.

       ReadEnrollment.
           read enrollfile next record
               at end set AllEnrollmentsRead to true
           end-read
           if not AllEnrollmentsRead and not EnrollStatusOK
               DISPLAY "enroll.dat record read error - status "
                   EnrollFileStatus
               set AllEnrollmentsRead to true
               set JournalError to true
           end-if.

       ReleaseEnrollment.
           move enrstudentid to studentid
           read studentfile
               invalid key
                   DISPLAY "Enrollment " enrollkey
                       " has no student master record - not listed."
               not invalid key
                   move studentrec to sortrec
                   move enrcoursecode to sortcoursecode
                   release sortrec
           end-read.

      *Gives the operator a plain-English message instead of letting
      *a missing or busy master file abend the run.
       CheckStudentOpenStatus.
           evaluate true
               when StatusOK
                   continue
                   set JournalError to true
           end-evaluate.

       CheckEnrollOpenStatus.
           evaluate true
               when EnrollStatusOK
                   continue
               when EnrollStatusNotFnd
                   DISPLAY "enroll.dat not found - no roster."
                   set JournalError to true
               when other
                   DISPLAY "enroll.dat will not open - status "
                       EnrollFileStatus
                   set JournalError to true
           end-evaluate.

      *Gives the operator a plain-English message instead of letting
      *a bad roster.lst OPEN abend the run.
       CheckRosterOpenStatus.
       WriteHeading.
           add 1 to PageNumber
           move sortcoursecode to HeadCourseCode
           move RosterTerm to HeadTerm
           move PageNumber to HeadPageNumber
           write rosterline from HeadingLine1
           perform CheckRosterWriteStatus
