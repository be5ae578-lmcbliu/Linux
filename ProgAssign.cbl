       identification division.
       program-id. ProgAssign.
       Author. Bo Liu.
      *Puts a student on a programme of study, moves them to another
      *or takes them off, on stuprog.dat. The student must be on the
      *student master and the programme on the programme file. The
      *assignment is left in place when the student is archived, so
      *their degree can still be audited afterwards. Every action
      *gets an audit entry against the student with the assignment
      *record images and an STP action code.

       Environment division.
       input-output section.
       file-control.
           select studentfile assign to "C:\Cobol\students.dat"
               organization is indexed
               access mode is random
               record key is studentid
               file status is StudentFileStatus.
           select progfile assign to "C:\Cobol\progstdy.dat"
               organization is indexed
               access mode is random
               record key is progkey
               file status is ProgFileStatus.
           select stuprogfile assign to "C:\Cobol\stuprog.dat"
               organization is indexed
               access mode is random
               record key is spstudentid
               file status is StuProgFileStatus.
           select auditfile assign to "C:\Cobol\audit.dat"
               organization is line sequential
               file status is AuditFileStatus.

       Data division.
       file section.
       FD studentfile.
           COPY STUDENT.

       FD progfile.
           COPY PROGRAM.

       FD stuprogfile.
           COPY STUPROG.

       FD auditfile.
           COPY AUDIT.

       Working-storage section.
       01 StudentFileStatus     pic xx.
           88 StatusOK          value "00".
           88 StatusNotFound    value "35".

       01 ProgFileStatus        pic xx.
           88 ProgStatusOK      value "00".
           88 ProgStatusNotFnd  value "35".

       01 StuProgFileStatus     pic xx.
           88 StuProgStatusOK   value "00".
           88 StuProgStatusNotFnd value "35".

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
           05 WantedStudentId   pic 9(7).
           05 WantedProgCode    pic x(6).
           05 MaintChoice       pic x.
               88 AssignWanted  value "A" "a".
               88 ChangeWanted  value "C" "c".
               88 RemoveWanted  value "D" "d".
           05 EntryStatus       pic x value "Y".
               88 EntryValid    value "Y".

      *Run-journal tallies - students keyed and records put on file.
       01 RunTallies.
           05 ReadTally         pic 9(7) value zero.
           05 WriteTally        pic 9(7) value zero.

           COPY JRNLAREA.
           COPY OPRAREA.

       Procedure division.
       begin.
           initialize jrnlarea
           move "ProgAssign" to jrnlprogram
           set JournalStart to true
           call "RunJournal" using jrnlarea
           set JournalClean to true
      *    A called program keeps its working storage between calls,
      *    so the tallies are reset here or repeat runs inflate the
      *    journal counts.
           initialize RunTallies
      *    The operator signed on at the menu; run on its own, the
      *    program has its operator sign on before going further.
           move "ProgAssign" to oprprogram
           set OprGetSession to true
           call "OperSession" using oprarea
           move oprid to OperatorId
           open input studentfile
           perform CheckStudentOpenStatus
           if StatusOK
               open input progfile
               perform CheckProgOpenStatus
               if ProgStatusOK
                   perform OpenStuProgFile
                   if StuProgStatusOK
                       perform OpenAuditFile
                       perform GetAssignStudentId
                       perform until WantedStudentId = zero
                           add 1 to ReadTally
                           perform MaintainOneStudent
                           perform GetAssignStudentId
                       end-perform
                       close stuprogfile
                       close auditfile
                   end-if
                   close progfile
               end-if
               close studentfile
           end-if
           set JournalEnd to true
           move OperatorId to jrnloperator
           move ReadTally to jrnlreads
           move WriteTally to jrnlwrites
           call "RunJournal" using jrnlarea
           goback.

      *Opens stuprog.dat for update, creating it first the one time
      *it does not exist yet.
       OpenStuProgFile.
           open i-o stuprogfile
           if StuProgStatusNotFnd
               open output stuprogfile
               close stuprogfile
               open i-o stuprogfile
           end-if
           if not StuProgStatusOK
               DISPLAY "stuprog.dat will not open - status "
                   StuProgFileStatus
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

       GetAssignStudentId.
           DISPLAY "Enter student id (0 to end): " WITH NO ADVANCING.
           ACCEPT WantedStudentId.

      *The student must be on the master before they can be put on
      *a programme; what they are on now decides the actions offered.
       MaintainOneStudent.
           move WantedStudentId to studentid
           read studentfile
               invalid key
                   DISPLAY "Student id " WantedStudentId
                       " not on file."
               not invalid key
                   perform ActOnStudent
           end-read.

       ActOnStudent.
           display studentid space surname space initials
           move WantedStudentId to spstudentid
           read stuprogfile
               invalid key
                   perform OfferAssign
               not invalid key
                   perform OfferChangeOrRemove
           end-read.

       OfferAssign.
           DISPLAY "Not on a programme."
           DISPLAY "A - Assign a programme   anything else - leave"
           DISPLAY "Select an action: " WITH NO ADVANCING
           ACCEPT MaintChoice
           if AssignWanted
               perform AssignProgramme
           else
               DISPLAY "Nothing assigned."
           end-if.

       OfferChangeOrRemove.
           DISPLAY "On programme " spprogcode " since " spdate
           move stuprogrec to OldRecordImage
           DISPLAY "C - Change programme   D - Take off the programme"
           DISPLAY "anything else - leave"
           DISPLAY "Select an action: " WITH NO ADVANCING
           ACCEPT MaintChoice
           evaluate true
               when ChangeWanted
                   perform ChangeProgramme
               when RemoveWanted
                   perform RemoveProgramme
               when other
                   DISPLAY "Record left as it is."
           end-evaluate.

       AssignProgramme.
           perform GetProgCode
           if EntryValid
               move WantedStudentId to spstudentid
               move WantedProgCode to spprogcode
               ACCEPT spdate FROM DATE YYYYMMDD
               write stuprogrec
               if StuProgStatusOK
                   add 1 to WriteTally
                   move "STPADD" to AuditAction
                   move spaces to OldRecordImage
                   move stuprogrec to NewRecordImage
                   perform WriteAuditRecord
                   DISPLAY "Student put on " WantedProgCode "."
               else
                   DISPLAY "Assignment not written - status "
                       StuProgFileStatus
               end-if
           else
               DISPLAY "Entry rejected - nothing written."
           end-if.

       ChangeProgramme.
           perform GetProgCode
           if EntryValid and WantedProgCode = spprogcode
               DISPLAY "Already on " WantedProgCode "."
               set EntryStatus to "N"
           end-if
           if EntryValid
               move WantedProgCode to spprogcode
               ACCEPT spdate FROM DATE YYYYMMDD
               rewrite stuprogrec
               if StuProgStatusOK
                   add 1 to WriteTally
                   move "STPCHG" to AuditAction
                   move stuprogrec to NewRecordImage
                   perform WriteAuditRecord
                   DISPLAY "Student moved to " WantedProgCode "."
               else
                   DISPLAY "Assignment not rewritten - status "
                       StuProgFileStatus
               end-if
           else
               DISPLAY "Entry rejected - record left as it is."
           end-if.

       RemoveProgramme.
           delete stuprogfile record
           if StuProgStatusOK
               add 1 to WriteTally
               move "STPDEL" to AuditAction
               move spaces to NewRecordImage
               perform WriteAuditRecord
               DISPLAY "Student taken off the programme."
           else
               DISPLAY "Assignment not deleted - status "
                   StuProgFileStatus
           end-if.

      *The programme must be on the programme file - its H item is
      *read directly.
       GetProgCode.
           set EntryValid to true
           DISPLAY "Enter programme code: " WITH NO ADVANCING
           ACCEPT WantedProgCode
           inspect WantedProgCode converting
               "abcdefghijklmnopqrstuvwxyz"
               to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           move WantedProgCode to progcode
           move "H" to progitemtype
           move spaces to progpool
           move spaces to progcourse
           read progfile
               invalid key
                   DISPLAY "Programme " WantedProgCode " not on file."
                   set EntryStatus to "N"
               not invalid key
                   DISPLAY WantedProgCode " " progtitle
           end-read.

      *Logs who touched this student's programme and when, with the
      *before and after record images.
       WriteAuditRecord.
           ACCEPT AuditDate FROM DATE YYYYMMDD.
           ACCEPT AuditTime FROM TIME.
           move WantedStudentId to audstudentid
           move OperatorId to audoperator
           move AuditDate to audactiondate
           move AuditTime to audactiontime
           move AuditAction to audaction
           move OldRecordImage to audoldrecord
           move NewRecordImage to audnewrecord
           if AuditStatusOK
               write auditrec
               if not AuditStatusOK
                   DISPLAY "Warning - audit entry for student "
                       WantedStudentId " was not written - status "
                       AuditFileStatus
               end-if
           end-if.

      *Gives the operator a plain-English message instead of letting
      *a bad OPEN abend the run.
       CheckStudentOpenStatus.
           evaluate true
               when StatusOK
                   continue
               when StatusNotFound
                   DISPLAY "students.dat not found."
                   set JournalError to true
               when other
                   DISPLAY "students.dat will not open - status "
                       StudentFileStatus
                   set JournalError to true
           end-evaluate.

       CheckProgOpenStatus.
           evaluate true
               when ProgStatusOK
                   continue
               when ProgStatusNotFnd
                   DISPLAY "progstdy.dat not found - set up the "
                       "programmes first."
                   set JournalError to true
               when other
                   DISPLAY "progstdy.dat will not open - status "
                       ProgFileStatus
                   set JournalError to true
           end-evaluate.
