       identification division.
       program-id. TeachAssign.
       Author. Bo Liu.
      *Assigns an instructor to teach a course in a term, changes
      *the assignment or removes it, on teaching.dat. The course must
      *be on the course master and the instructor on the instructor
      *master. An assignment that takes the instructor past their
      *maximum credit load for the term is shown with the load it
      *would make and needs confirming before it is written. Every
      *action gets an audit entry with the assignment record images
      *and a TCH action code.

       Environment division.
       input-output section.
       file-control.
           select coursefile assign to "C:\Cobol\courses.dat"
               organization is indexed
               access mode is random
               record key is coursemastercode
               file status is CourseFileStatus.
           select instrfile assign to "C:\Cobol\instruct.dat"
               organization is indexed
               access mode is random
               record key is instrid
               file status is InstrFileStatus.
           select teachfile assign to "C:\Cobol\teaching.dat"
               organization is indexed
               access mode is dynamic
               record key is teachkey
               file status is TeachFileStatus.
           select auditfile assign to "C:\Cobol\audit.dat"
               organization is line sequential
               file status is AuditFileStatus.

       Data division.
       file section.
       FD coursefile.
           COPY COURSES.

       FD instrfile.
           COPY INSTRUCT.

       FD teachfile.
           COPY TEACHING.

       FD auditfile.
           COPY AUDIT.

       Working-storage section.
       01 CourseFileStatus      pic xx.
           88 CourseStatusOK    value "00".
           88 CourseStatusNotFnd value "35".

       01 InstrFileStatus       pic xx.
           88 InstrStatusOK     value "00".
           88 InstrStatusNotFnd value "35".

       01 TeachFileStatus       pic xx.
           88 TeachStatusOK     value "00".
           88 TeachStatusEOF    value "10".
           88 TeachStatusNotFnd value "35".

       01 AuditFileStatus       pic xx.
           88 AuditStatusOK     value "00".
           88 AuditStatusNotFound value "35".

       01 OperatorId            pic x(8).
       01 AuditStamp.
           05 AuditDate.
               10 AuditYear     pic 9(4).
               10 AuditMonth    pic 9(2).
               10 AuditDay      pic 9(2).
           05 AuditTime.
               10 AuditHour     pic 9(2).
               10 AuditMinute   pic 9(2).
               10 AuditSecond   pic 9(2).
               10 AuditHundSec  pic 9(2).

      *Set by the assign, change and remove paths before the shared
      *audit write, so one paragraph serves all three actions.
       01 AuditImages.
           05 AuditAction       pic x(6).
           05 OldRecordImage    pic x(68).
           05 NewRecordImage    pic x(68).

       01 AssignWork.
           05 WantedCourseCode  pic x(4).
           05 WantedTerm        pic x(6).
           05 WantedInstrId     pic x(6).
           05 MaintChoice       pic x.
               88 AssignWanted  value "A" "a".
               88 ChangeWanted  value "C" "c".
               88 RemoveWanted  value "D" "d".
           05 ConfirmReply      pic x.
               88 ConfirmWanted value "Y" "y".
           05 EntryStatus       pic x value "Y".
               88 EntryValid    value "Y".
           05 EndOfTeaching     pic x.
               88 AllTeachingRead value "Y".

      *The load the new assignment would give the instructor in the
      *term - the credit hours of every other course they teach in
      *it plus this one.
       01 LoadWork.
           05 ThisCourseHours   pic 9(2).
           05 TermLoadHours     pic 9(3).
           05 HeldTeachRec      pic x(16).

      *The term a blank entry lands in - derived once at run start.
       01 DefaultTerm           pic x(6).

      *Run-journal tallies - courses keyed and records put on file.
       01 RunTallies.
           05 ReadTally         pic 9(7) value zero.
           05 WriteTally        pic 9(7) value zero.

           COPY JRNLAREA.
           COPY OPRAREA.

       Procedure division.
       begin.
           initialize jrnlarea
           move "TeachAssign" to jrnlprogram
           set JournalStart to true
           call "RunJournal" using jrnlarea
           set JournalClean to true
      *    A called program keeps its working storage between calls,
      *    so the tallies are reset here or repeat runs inflate the
      *    journal counts.
           initialize RunTallies
           call "CurrentTerm" using DefaultTerm
      *    The operator signed on at the menu; run on its own, the
      *    program has its operator sign on before going further.
           move "TeachAssign" to oprprogram.
           set OprGetSession to true.
           call "OperSession" using oprarea.
           move oprid to OperatorId.
           open input coursefile
           perform CheckCourseOpenStatus
           if CourseStatusOK
               open input instrfile
               perform CheckInstrOpenStatus
               if InstrStatusOK
                   perform OpenTeachFile
                   if TeachStatusOK
                       perform OpenAuditFile
                       perform GetAssignCourseCode
                       perform until WantedCourseCode = spaces
                           add 1 to ReadTally
                           perform MaintainOneCourse
                           perform GetAssignCourseCode
                       end-perform
                       close teachfile
                       close auditfile
                   end-if
                   close instrfile
               end-if
               close coursefile
           end-if
           set JournalEnd to true
           move OperatorId to jrnloperator
           move ReadTally to jrnlreads
           move WriteTally to jrnlwrites
           call "RunJournal" using jrnlarea
           goback.

      *Opens teaching.dat for update, creating it first the one time
      *it does not exist yet.
       OpenTeachFile.
           open i-o teachfile
           if TeachStatusNotFnd
               open output teachfile
               close teachfile
               open i-o teachfile
           end-if
           if not TeachStatusOK
               DISPLAY "teaching.dat will not open - status "
                   TeachFileStatus
               set JournalError to true
           end-if.

      *Opens audit.dat for appending, creating it first the one time
      *it does not exist yet.
       OpenAuditFile.
           open extend auditfile
           if AuditStatusNotFound
               open output auditfile
               close auditfile
               open extend auditfile
           end-if
           if not AuditStatusOK
               DISPLAY "Warning - audit.dat will not open - status "
                   AuditFileStatus ". Changes will not be logged."
           end-if.

       GetAssignCourseCode.
           DISPLAY "Enter course code (blank to end): "
               WITH NO ADVANCING.
           ACCEPT WantedCourseCode.

      *The course must be on the course master; its credit hours are
      *held for the load check before the master is read again.
       MaintainOneCourse.
           move WantedCourseCode to coursemastercode
           read coursefile
               invalid key
                   DISPLAY "Course " WantedCourseCode
                       " not on course master."
               not invalid key
                   move coursecredithours to ThisCourseHours
                   perform GetAssignTerm
                   perform MaintainAssignment
           end-read.

       GetAssignTerm.
           DISPLAY "Enter term (e.g. 2026FA, blank = " DefaultTerm
               "): " WITH NO ADVANCING
           ACCEPT WantedTerm
           if WantedTerm = spaces
               move DefaultTerm to WantedTerm
           end-if.

      *Direct READ of teaching.dat by course and term decides whether
      *the operator is offered an assignment or a change/removal.
       MaintainAssignment.
           move WantedCourseCode to teachcoursecode
           move WantedTerm to teachterm
           read teachfile
               invalid key
                   perform OfferAssignment
               not invalid key
                   perform ActOnAssignment
           end-read.

       OfferAssignment.
           DISPLAY "No instructor assigned to " WantedCourseCode
               " for " WantedTerm "."
           DISPLAY "A - Assign one   anything else - leave"
           DISPLAY "Select an action: " WITH NO ADVANCING
           ACCEPT MaintChoice
           if AssignWanted
               perform AssignInstructor
           else
               DISPLAY "Nothing assigned."
           end-if.

       ActOnAssignment.
           move teachinstrid to instrid
           read instrfile
               invalid key
                   move all "?" to instrname
               not invalid key
                   continue
           end-read
           display teachcoursecode space teachterm space "taught by"
               space teachinstrid space instrname
           move teachrec to OldRecordImage
           DISPLAY "C - Change instructor   D - Remove assignment"
               "   anything else - leave"
           DISPLAY "Select an action: " WITH NO ADVANCING
           ACCEPT MaintChoice
           evaluate true
               when ChangeWanted
                   perform ChangeInstructor
               when RemoveWanted
                   perform RemoveAssignment
               when other
                   DISPLAY "Assignment left as it is."
           end-evaluate.

       AssignInstructor.
           perform GetInstructor
           if EntryValid
               move WantedCourseCode to teachcoursecode
               move WantedTerm to teachterm
               move WantedInstrId to teachinstrid
               write teachrec
               if TeachStatusOK
                   add 1 to WriteTally
                   move "TCHADD" to AuditAction
                   move spaces to OldRecordImage
                   move teachrec to NewRecordImage
                   perform WriteAuditRecord
                   DISPLAY WantedInstrId " assigned to "
                       WantedCourseCode " for " WantedTerm "."
               else
                   DISPLAY "Assignment not written - status "
                       TeachFileStatus
               end-if
           else
               DISPLAY "Entry rejected - nothing written."
           end-if.

      *The load sweep moves teaching.dat on, so the assignment is
      *read again by key before it is rewritten.
       ChangeInstructor.
           perform GetInstructor
           if EntryValid
               move WantedCourseCode to teachcoursecode
               move WantedTerm to teachterm
               read teachfile
                   invalid key
                       set EntryStatus to "N"
                   not invalid key
                       continue
               end-read
           end-if
           if EntryValid
               move WantedInstrId to teachinstrid
               rewrite teachrec
               if TeachStatusOK
                   add 1 to WriteTally
                   move "TCHCHG" to AuditAction
                   move teachrec to NewRecordImage
                   perform WriteAuditRecord
                   DISPLAY WantedCourseCode " for " WantedTerm
                       " now taught by " WantedInstrId "."
               else
                   DISPLAY "Assignment not rewritten - status "
                       TeachFileStatus
               end-if
           else
               DISPLAY "Entry rejected - assignment left as it is."
           end-if.

       RemoveAssignment.
           delete teachfile record
           if TeachStatusOK
               add 1 to WriteTally
               move "TCHDEL" to AuditAction
               move spaces to NewRecordImage
               perform WriteAuditRecord
               DISPLAY "Assignment removed."
           else
               DISPLAY "Assignment not deleted - status "
                   TeachFileStatus
           end-if.

      *The instructor must be on the instructor master. A load over
      *their maximum is not refused outright - a department short of
      *staff may need it - but the operator must confirm it.
       GetInstructor.
           set EntryValid to true
           DISPLAY "Enter instructor id: " WITH NO ADVANCING
           ACCEPT WantedInstrId
           move WantedInstrId to instrid
           read instrfile
               invalid key
                   DISPLAY "Instructor " WantedInstrId
                       " not on instructor master."
                   set EntryStatus to "N"
               not invalid key
                   continue
           end-read
           if EntryValid
               perform CountTermLoad
               if TermLoadHours > instrmaxload
                   DISPLAY instrname " would teach " TermLoadHours
                       " credit hours in " WantedTerm
                       " - maximum is " instrmaxload
                   DISPLAY "Y - Assign anyway   anything else - leave"
                   DISPLAY "Select an action: " WITH NO ADVANCING
                   ACCEPT ConfirmReply
                   if not ConfirmWanted
                       set EntryStatus to "N"
                   end-if
               end-if
           end-if.

      *teaching.dat is keyed on course and term, so an instructor's
      *load is a sweep of the whole file, each of their other courses
      *in the term priced at its credit hours off the course master.
      *The course being assigned counts once, whoever holds it now.
       CountTermLoad.
           move ThisCourseHours to TermLoadHours
           move teachrec to HeldTeachRec
           move "N" to EndOfTeaching
           move low-values to teachkey
           start teachfile key is not less than teachkey
               invalid key
                   set AllTeachingRead to true
           end-start
           perform until AllTeachingRead
               read teachfile next record
                   at end set AllTeachingRead to true
               end-read
               if not AllTeachingRead
                   if not TeachStatusOK
                       DISPLAY "teaching.dat record read error - "
                           "status " TeachFileStatus
                       set AllTeachingRead to true
                   else
                       perform AddToTermLoad
                   end-if
               end-if
           end-perform
           move HeldTeachRec to teachrec.

       AddToTermLoad.
           if teachterm = WantedTerm
                   and teachinstrid = WantedInstrId
                   and teachcoursecode not = WantedCourseCode
               move teachcoursecode to coursemastercode
               read coursefile
                   invalid key
                       continue
                   not invalid key
                       add coursecredithours to TermLoadHours
               end-read
           end-if.

      *Logs who touched this assignment and when, with the before
      *and after record images, in the same audit file the course
      *maintenance writes. The student id slot is zero because an
      *assignment has no student.
       WriteAuditRecord.
           ACCEPT AuditDate FROM DATE YYYYMMDD.
           ACCEPT AuditTime FROM TIME.
           move zero to audstudentid
           move OperatorId to audoperator
           move AuditDate to audactiondate
           move AuditTime to audactiontime
           move AuditAction to audaction
           move OldRecordImage to audoldrecord
           move NewRecordImage to audnewrecord
           if AuditStatusOK
               write auditrec
               if not AuditStatusOK
                   DISPLAY "Warning - audit entry for course "
                       WantedCourseCode " was not written - status "
                       AuditFileStatus
               end-if
           end-if.

      *Gives the operator a plain-English message instead of letting
      *a bad OPEN abend the run.
       CheckCourseOpenStatus.
           evaluate true
               when CourseStatusOK
                   continue
               when CourseStatusNotFnd
                   DISPLAY "courses.dat not found."
                   set JournalError to true
               when other
                   DISPLAY "courses.dat will not open - status "
                       CourseFileStatus
                   set JournalError to true
           end-evaluate.

       CheckInstrOpenStatus.
           evaluate true
               when InstrStatusOK
                   continue
               when InstrStatusNotFnd
                   DISPLAY "instruct.dat not found - add instructors"
                       " first."
                   set JournalError to true
               when other
                   DISPLAY "instruct.dat will not open - status "
                       InstrFileStatus
                   set JournalError to true
           end-evaluate.
