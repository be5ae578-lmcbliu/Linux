       identification division.
       program-id. InstrMaint.
       Author. Bo Liu.
      *Adds, changes and deletes instructor master records on
      *instruct.dat, the same way CourseMaint keeps courses.dat, so
      *who teaches is on file rather than on the dean's office paper
      *list. Name and department must be keyed and the maximum
      *credit load must be numeric and non-zero before anything is
      *written. An instructor still named on a teaching assignment
      *cannot be deleted. Every action gets an audit entry with the
      *instructor record images and an INS action code.

       Environment division.
       input-output section.
       file-control.
           select instrfile assign to "C:\Cobol\instruct.dat"
               organization is indexed
               access mode is dynamic
               record key is instrid
               file status is InstrFileStatus.
           select teachfile assign to "C:\Cobol\teaching.dat"
               organization is indexed
               access mode is sequential
               record key is teachkey
               file status is TeachFileStatus.
           select auditfile assign to "C:\Cobol\audit.dat"
               organization is line sequential
               file status is AuditFileStatus.

       Data division.
       file section.
       FD instrfile.
           COPY INSTRUCT.

       FD teachfile.
           COPY TEACHING.

       FD auditfile.
           COPY AUDIT.

       Working-storage section.
       01 InstrFileStatus       pic xx.
           88 InstrStatusOK     value "00".
           88 InstrStatusNotFnd value "35".

       01 TeachFileStatus       pic xx.
           88 TeachStatusOK     value "00".
           88 TeachStatusEOF    value "10".

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

      *Set by the add, change and delete paths before the shared
      *audit write, so one paragraph serves all three actions.
       01 AuditImages.
           05 AuditAction       pic x(6).
           05 OldRecordImage    pic x(68).
           05 NewRecordImage    pic x(68).

       01 MaintWork.
           05 WantedInstrId     pic x(6).
           05 MaintChoice       pic x.
               88 AddWanted     value "A" "a".
               88 ChangeWanted  value "C" "c".
               88 DeleteWanted  value "D" "d".
           05 EntryStatus       pic x value "Y".
               88 EntryValid    value "Y".
           05 AssignedCount     pic 9(5).
           05 EndOfTeaching     pic x.
               88 AllTeachingRead value "Y".

      *The maximum load is keyed into this and checked for numeric
      *content before it goes anywhere near the record.
       01 InstrEntryWork.
           05 NameIn            pic x(30).
           05 DeptIn            pic x(4).
           05 MaxLoadIn         pic x(2).
           05 MaxLoadInNum redefines MaxLoadIn pic 9(2).

      *Run-journal tallies - ids keyed and records put on file.
       01 RunTallies.
           05 ReadTally         pic 9(7) value zero.
           05 WriteTally        pic 9(7) value zero.

           COPY JRNLAREA.
           COPY OPRAREA.

       Procedure division.
       begin.
           initialize jrnlarea
           move "InstrMaint" to jrnlprogram
           set JournalStart to true
           call "RunJournal" using jrnlarea
           set JournalClean to true
      *    A called program keeps its working storage between calls,
      *    so the tallies are reset here or repeat runs inflate the
      *    journal counts.
           initialize RunTallies
      *    The operator signed on at the menu; run on its own, the
      *    program has its operator sign on before going further.
           move "InstrMaint" to oprprogram.
           set OprGetSession to true.
           call "OperSession" using oprarea.
           move oprid to OperatorId.
           perform OpenInstrFile
           if InstrStatusOK
               perform OpenAuditFile
               perform GetMaintInstrId
               perform until WantedInstrId = spaces
                   add 1 to ReadTally
                   perform MaintainOneInstructor
                   perform GetMaintInstrId
               end-perform
               close instrfile
               close auditfile
           end-if
           set JournalEnd to true
           move OperatorId to jrnloperator
           move ReadTally to jrnlreads
           move WriteTally to jrnlwrites
           call "RunJournal" using jrnlarea
           goback.

      *Opens instruct.dat for update, creating it first the one time
      *it does not exist yet.
       OpenInstrFile.
           open i-o instrfile
           if InstrStatusNotFnd
               open output instrfile
               close instrfile
               open i-o instrfile
           end-if
           if not InstrStatusOK
               DISPLAY "instruct.dat will not open - status "
                   InstrFileStatus
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

       GetMaintInstrId.
           DISPLAY "Enter instructor id (blank to end): "
               WITH NO ADVANCING.
           ACCEPT WantedInstrId.

      *Direct READ of instruct.dat by InstructorId decides whether
      *the operator is offered an add or a change/delete.
       MaintainOneInstructor.
           move WantedInstrId to instrid
           read instrfile
               invalid key
                   perform OfferInstrAdd
               not invalid key
                   perform ActOnFoundInstructor
           end-read.

       OfferInstrAdd.
           DISPLAY "Instructor " WantedInstrId " not on file."
           DISPLAY "A - Add it   anything else - leave"
           DISPLAY "Select an action: " WITH NO ADVANCING
           ACCEPT MaintChoice
           if AddWanted
               perform AddInstructor
           else
               DISPLAY "Nothing added."
           end-if.

       ActOnFoundInstructor.
           display instrid space instrname space instrdept
               space "max load" space instrmaxload
           move instrrec to OldRecordImage
           DISPLAY "C - Change   D - Delete   anything else - leave"
           DISPLAY "Select an action: " WITH NO ADVANCING
           ACCEPT MaintChoice
           evaluate true
               when ChangeWanted
                   perform ChangeInstructor
               when DeleteWanted
                   perform DeleteInstructor
               when other
                   DISPLAY "Record left as it is."
           end-evaluate.

       AddInstructor.
           perform GetInstrFields
           if EntryValid
               move WantedInstrId to instrid
               move NameIn to instrname
               move DeptIn to instrdept
               move MaxLoadInNum to instrmaxload
               write instrrec
               if InstrStatusOK
                   add 1 to WriteTally
                   move "INSADD" to AuditAction
                   move spaces to OldRecordImage
                   move instrrec to NewRecordImage
                   perform WriteAuditRecord
                   DISPLAY "Instructor " instrid " added."
               else
                   DISPLAY "Instructor " instrid
                       " not written - status " InstrFileStatus
               end-if
           else
               DISPLAY "Entry rejected - nothing written."
           end-if.

       ChangeInstructor.
           perform GetInstrFields
           if EntryValid
               move NameIn to instrname
               move DeptIn to instrdept
               move MaxLoadInNum to instrmaxload
               rewrite instrrec
               if InstrStatusOK
                   add 1 to WriteTally
                   move "INSCHG" to AuditAction
                   move instrrec to NewRecordImage
                   perform WriteAuditRecord
                   DISPLAY "Instructor " instrid " changed."
               else
                   DISPLAY "Instructor " instrid
                       " not rewritten - status " InstrFileStatus
               end-if
           else
               DISPLAY "Entry rejected - record left as it is."
           end-if.

      *A delete would leave teaching assignments pointing at nobody,
      *so it is refused while any assignment in any term names the
      *instructor - they are reassigned first.
       DeleteInstructor.
           perform CountAssignments
           if AssignedCount > zero
               DISPLAY "Instructor " WantedInstrId " is assigned to "
                   AssignedCount " course(s) - reassign them first."
           else
               delete instrfile record
               if InstrStatusOK
                   add 1 to WriteTally
                   move "INSDEL" to AuditAction
                   move spaces to NewRecordImage
                   perform WriteAuditRecord
                   DISPLAY "Instructor " WantedInstrId " deleted."
               else
                   DISPLAY "Instructor " WantedInstrId
                       " not deleted - status " InstrFileStatus
               end-if
           end-if.

      *teaching.dat is keyed on course and term, so finding an
      *instructor's assignments is a sweep of the whole file. No
      *file yet means nobody is assigned.
       CountAssignments.
           move zero to AssignedCount
           move "N" to EndOfTeaching
           open input teachfile
           if TeachStatusOK
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
                           if teachinstrid = WantedInstrId
                               add 1 to AssignedCount
                           end-if
                       end-if
                   end-if
               end-perform
               close teachfile
           end-if.

      *Name and department must be keyed; the maximum load is keyed
      *as two digits and must be numeric and non-zero - a zero load
      *would flag every assignment as an overload.
       GetInstrFields.
           set EntryValid to true
           DISPLAY "Enter instructor name: " WITH NO ADVANCING
           ACCEPT NameIn
           DISPLAY "Enter department code: " WITH NO ADVANCING
           ACCEPT DeptIn
           DISPLAY "Enter maximum credit load per term (99): "
               WITH NO ADVANCING
           ACCEPT MaxLoadIn
           if NameIn = spaces
               DISPLAY "Invalid name - must not be blank."
               set EntryStatus to "N"
           end-if
           if DeptIn = spaces
               DISPLAY "Invalid department - must not be blank."
               set EntryStatus to "N"
           end-if
           if MaxLoadIn not numeric
               DISPLAY "Invalid maximum load - not numeric."
               set EntryStatus to "N"
           else
               if MaxLoadInNum = zero
                   DISPLAY "Invalid maximum load - must not be zero."
                   set EntryStatus to "N"
               end-if
           end-if.

      *Logs who touched this instructor and when, with the before
      *and after record images, in the same audit file the student
      *and course maintenance write. The student id slot is zero
      *because an instructor action has no student.
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
                   DISPLAY "Warning - audit entry for instructor "
                       WantedInstrId " was not written - status "
                       AuditFileStatus
               end-if
           end-if.
