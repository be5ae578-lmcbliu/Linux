       identification division.
       program-id. ProgMaint.
       Author. Bo Liu.
      *Keeps the programme of study file progstdy.dat - for each
      *programme, its title and the minimum total credit hours to
      *graduate, the courses that must be passed, and the elective
      *pools with the credit hours that must be passed from each and
      *the courses in them. Every course must be on the course master
      *and may appear once in a programme - required or in one pool,
      *not both - so the degree audit never counts it twice. A pool
      *is only deleted once it is empty and a programme only once it
      *has no requirements left. Every action gets an audit entry
      *with a PGM action code.

       Environment division.
       input-output section.
       file-control.
           select coursefile assign to "C:\Cobol\courses.dat"
               organization is indexed
               access mode is random
               record key is coursemastercode
               file status is CourseFileStatus.
           select progfile assign to "C:\Cobol\progstdy.dat"
               organization is indexed
               access mode is dynamic
               record key is progkey
               file status is ProgFileStatus.
           select auditfile assign to "C:\Cobol\audit.dat"
               organization is line sequential
               file status is AuditFileStatus.

       Data division.
       file section.
       FD coursefile.
           COPY COURSES.

       FD progfile.
           COPY PROGRAM.

       FD auditfile.
           COPY AUDIT.

       Working-storage section.
       01 CourseFileStatus      pic xx.
           88 CourseStatusOK    value "00".
           88 CourseStatusNotFnd value "35".

       01 ProgFileStatus        pic xx.
           88 ProgStatusOK      value "00".
           88 ProgStatusDupKey  value "22".
           88 ProgStatusNotFnd  value "35".

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

      *Set by each path before the shared audit write, so one
      *paragraph serves every action.
       01 AuditImages.
           05 AuditAction       pic x(6).
           05 OldRecordImage    pic x(68).
           05 NewRecordImage    pic x(68).

       01 MaintWork.
           05 WantedProgCode    pic x(6).
           05 WantedCourse      pic x(4).
           05 WantedPool        pic x(2).
           05 WantedItemType    pic x.
               88 ValidDeleteType value "R" "P" "E".
           05 TitleIn           pic x(30).
           05 MaintChoice       pic x.
               88 AddWanted     value "A" "a".
               88 ChangeWanted  value "C" "c".
               88 RequiredWanted value "R" "r".
               88 PoolWanted    value "P" "p".
               88 ElectiveWanted value "E" "e".
               88 DeleteWanted  value "D" "d".
               88 DropProgWanted value "X" "x".
           05 EntryStatus       pic x value "Y".
               88 EntryValid    value "Y".
           05 ItemsListed       pic 9(3).
           05 PoolMembers       pic 9(3).
           05 EndOfItems        pic x.
               88 ItemSweepDone value "Y".
           05 HeldProgRec       pic x(46).

      *Credit hours are keyed into this and checked for numeric
      *content before they go anywhere near a record.
       01 ProgEntryWork.
           05 CreditsIn         pic x(3).
           05 CreditsInNum redefines CreditsIn pic 9(3).

      *Run-journal tallies - programmes keyed and records put on
      *file.
       01 RunTallies.
           05 ReadTally         pic 9(7) value zero.
           05 WriteTally        pic 9(7) value zero.

           COPY JRNLAREA.
           COPY OPRAREA.

       Procedure division.
       begin.
           initialize jrnlarea
           move "ProgMaint" to jrnlprogram
           set JournalStart to true
           call "RunJournal" using jrnlarea
           set JournalClean to true
      *    A called program keeps its working storage between calls,
      *    so the tallies are reset here or repeat runs inflate the
      *    journal counts.
           initialize RunTallies
      *    The operator signed on at the menu; run on its own, the
      *    program has its operator sign on before going further.
           move "ProgMaint" to oprprogram
           set OprGetSession to true
           call "OperSession" using oprarea
           move oprid to OperatorId
           open input coursefile
           if not CourseStatusOK
               DISPLAY "courses.dat will not open - status "
                   CourseFileStatus ". Nothing can be checked."
               set JournalError to true
           else
               perform OpenProgFile
               if ProgStatusOK
                   perform OpenAuditFile
                   perform GetMaintProgCode
                   perform until WantedProgCode = spaces
                       add 1 to ReadTally
                       perform MaintainOneProgramme
                       perform GetMaintProgCode
                   end-perform
                   close auditfile
                   close progfile
               end-if
               close coursefile
           end-if
           set JournalEnd to true
           move OperatorId to jrnloperator
           move ReadTally to jrnlreads
           move WriteTally to jrnlwrites
           call "RunJournal" using jrnlarea
           goback.

      *Opens progstdy.dat for update, creating it first the one time
      *it does not exist yet.
       OpenProgFile.
           open i-o progfile
           if ProgStatusNotFnd
               open output progfile
               close progfile
               open i-o progfile
           end-if
           if not ProgStatusOK
               DISPLAY "progstdy.dat will not open - status "
                   ProgFileStatus
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

       GetMaintProgCode.
           DISPLAY "Enter programme code (blank to end): "
               WITH NO ADVANCING.
           ACCEPT WantedProgCode.
           inspect WantedProgCode converting
               "abcdefghijklmnopqrstuvwxyz"
               to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

      *Direct READ of the programme's H item decides whether the
      *operator is offered an add or the requirement actions.
       MaintainOneProgramme.
           perform ReadProgHeader
           if ProgStatusOK
               perform ActOnProgramme
           else
               perform OfferProgAdd
           end-if.

       ReadProgHeader.
           move WantedProgCode to progcode
           move "H" to progitemtype
           move spaces to progpool
           move spaces to progcourse
           read progfile
               invalid key
                   continue
           end-read.

       OfferProgAdd.
           DISPLAY "Programme " WantedProgCode " not on file."
           DISPLAY "A - Add it   anything else - leave"
           DISPLAY "Select an action: " WITH NO ADVANCING
           ACCEPT MaintChoice
           if AddWanted
               perform AddProgramme
           else
               DISPLAY "Nothing added."
           end-if.

       ActOnProgramme.
           perform ListProgramme
           DISPLAY "C - Change title or credits   R - Add a required"
               " course"
           DISPLAY "P - Add or change a pool   E - Add a course to a"
               " pool"
           DISPLAY "D - Delete a requirement   X - Delete the"
               " programme"
           DISPLAY "anything else - leave"
           DISPLAY "Select an action: " WITH NO ADVANCING
           ACCEPT MaintChoice
           evaluate true
               when ChangeWanted
                   perform ChangeHeader
               when RequiredWanted
                   perform AddRequired
               when PoolWanted
                   perform MaintainPool
               when ElectiveWanted
                   perform AddElective
               when DeleteWanted
                   perform DeleteItem
               when DropProgWanted
                   perform DeleteProgramme
               when other
                   DISPLAY "Nothing changed."
           end-evaluate.

      *Keyed START at the programme with low-values behind it, then
      *read on until the programme changes - the same walk the
      *prerequisite file gets. Items come back in key order: the
      *electives, the header, the pools, then the required courses.
       ListProgramme.
           move zero to ItemsListed
           perform StartProgramme
           perform ReadNextItem
           perform until ItemSweepDone
               perform ShowProgItem
               perform ReadNextItem
           end-perform
           if ItemsListed = zero
               DISPLAY "  no requirements"
           end-if.

       StartProgramme.
           move "N" to EndOfItems
           move WantedProgCode to progcode
           move low-values to progitemtype
           move low-values to progpool
           move low-values to progcourse
           start progfile key is not less than progkey
               invalid key
                   set ItemSweepDone to true
           end-start.

       ReadNextItem.
           if not ItemSweepDone
               read progfile next record
                   at end
                       set ItemSweepDone to true
               end-read
               if not ItemSweepDone
                   if not ProgStatusOK
                       or progcode not = WantedProgCode
                       set ItemSweepDone to true
                   end-if
               end-if
           end-if.

       ShowProgItem.
           evaluate true
               when ProgIsHeader
                   DISPLAY progcode " " progtitle
                   DISPLAY "  minimum total credit hours "
                       progcredits
               when ProgIsRequired
                   add 1 to ItemsListed
                   DISPLAY "  required course " progcourse
               when ProgIsPool
                   add 1 to ItemsListed
                   DISPLAY "  pool " progpool " " progtitle
                       " needs " progcredits " credit hours"
               when ProgIsElective
                   add 1 to ItemsListed
                   DISPLAY "  pool " progpool " course " progcourse
           end-evaluate.

       AddProgramme.
           set EntryValid to true
           perform GetTitle
           if EntryValid
               perform GetCredits
           end-if
           if EntryValid
               move WantedProgCode to progcode
               move "H" to progitemtype
               move spaces to progpool
               move spaces to progcourse
               move TitleIn to progtitle
               move CreditsInNum to progcredits
               write progrec
               if ProgStatusOK
                   add 1 to WriteTally
                   move "PGMADD" to AuditAction
                   move spaces to OldRecordImage
                   move progrec to NewRecordImage
                   perform WriteAuditRecord
                   DISPLAY "Programme added - now add its "
                       "requirements."
               else
                   DISPLAY "Programme not written - status "
                       ProgFileStatus
               end-if
           else
               DISPLAY "Entry rejected - nothing written."
           end-if.

       ChangeHeader.
           perform ReadProgHeader
           move progrec to OldRecordImage
           set EntryValid to true
           perform GetTitle
           if EntryValid
               perform GetCredits
           end-if
           if EntryValid
               move TitleIn to progtitle
               move CreditsInNum to progcredits
               rewrite progrec
               if ProgStatusOK
                   add 1 to WriteTally
                   move "PGMCHG" to AuditAction
                   move progrec to NewRecordImage
                   perform WriteAuditRecord
                   DISPLAY "Programme changed."
               else
                   DISPLAY "Programme not rewritten - status "
                       ProgFileStatus
               end-if
           else
               DISPLAY "Entry rejected - record left as it is."
           end-if.

       AddRequired.
           set EntryValid to true
           perform GetCourse
           if EntryValid
               move WantedProgCode to progcode
               move "R" to progitemtype
               move spaces to progpool
               move WantedCourse to progcourse
               move spaces to progtitle
               move zero to progcredits
               perform WriteNewItem
           else
               DISPLAY "Entry rejected - nothing written."
           end-if.

      *A pool already on file has its description and credit hours
      *changed; a new one is added.
       MaintainPool.
           set EntryValid to true
           perform GetPoolId
           if EntryValid
               move WantedProgCode to progcode
               move "P" to progitemtype
               move WantedPool to progpool
               move spaces to progcourse
               read progfile
                   invalid key
                       move spaces to OldRecordImage
                   not invalid key
                       move progrec to OldRecordImage
               end-read
               perform GetTitle
           end-if
           if EntryValid
               perform GetCredits
           end-if
           if EntryValid
               move WantedProgCode to progcode
               move "P" to progitemtype
               move WantedPool to progpool
               move spaces to progcourse
               move TitleIn to progtitle
               move CreditsInNum to progcredits
               if OldRecordImage = spaces
                   perform WriteNewItem
               else
                   rewrite progrec
                   if ProgStatusOK
                       add 1 to WriteTally
                       move "PGMCHG" to AuditAction
                       move progrec to NewRecordImage
                       perform WriteAuditRecord
                       DISPLAY "Pool " WantedPool " changed."
                   else
                       DISPLAY "Pool not rewritten - status "
                           ProgFileStatus
                   end-if
               end-if
           else
               DISPLAY "Entry rejected - nothing written."
           end-if.

      *The pool must be on file before a course can go in it.
       AddElective.
           set EntryValid to true
           perform GetPoolId
           if EntryValid
               move WantedProgCode to progcode
               move "P" to progitemtype
               move WantedPool to progpool
               move spaces to progcourse
               read progfile
                   invalid key
                       DISPLAY "Pool " WantedPool " not on file - "
                           "add the pool first."
                       set EntryStatus to "N"
                   not invalid key
                       continue
               end-read
           end-if
           if EntryValid
               perform GetCourse
           end-if
           if EntryValid
               move WantedProgCode to progcode
               move "E" to progitemtype
               move WantedPool to progpool
               move WantedCourse to progcourse
               move spaces to progtitle
               move zero to progcredits
               perform WriteNewItem
           else
               DISPLAY "Entry rejected - nothing written."
           end-if.

       WriteNewItem.
           write progrec
           evaluate true
               when ProgStatusOK
                   add 1 to WriteTally
                   move "PGMADD" to AuditAction
                   move spaces to OldRecordImage
                   move progrec to NewRecordImage
                   perform WriteAuditRecord
                   DISPLAY "Requirement added."
               when ProgStatusDupKey
                   DISPLAY "Already on the programme - nothing "
                       "written."
               when other
                   DISPLAY "Requirement not written - status "
                       ProgFileStatus
           end-evaluate.

      *R takes a course, E a pool and course, P a pool - and a pool
      *only goes once no course is left in it.
       DeleteItem.
           set EntryValid to true
           DISPLAY "Delete R - required course, P - pool, E - pool"
               " course: " WITH NO ADVANCING
           ACCEPT WantedItemType
           inspect WantedItemType converting "rpe" to "RPE"
           move spaces to WantedPool
           move spaces to WantedCourse
           if not ValidDeleteType
               DISPLAY "Invalid choice - R, P or E."
               set EntryStatus to "N"
           end-if
           if EntryValid and WantedItemType not = "R"
               perform GetPoolId
           end-if
           if EntryValid and WantedItemType not = "P"
               DISPLAY "Enter course code: " WITH NO ADVANCING
               ACCEPT WantedCourse
           end-if
           if EntryValid and WantedItemType = "P"
               perform CountPoolMembers
               if PoolMembers > zero
                   DISPLAY "Pool " WantedPool " still has "
                       PoolMembers " course(s) - delete them first."
                   set EntryStatus to "N"
               end-if
           end-if
           if EntryValid
               move WantedProgCode to progcode
               move WantedItemType to progitemtype
               move WantedPool to progpool
               move WantedCourse to progcourse
               read progfile
                   invalid key
                       DISPLAY "No such requirement on the programme."
                       set EntryStatus to "N"
                   not invalid key
                       continue
               end-read
           end-if
           if EntryValid
               move progrec to OldRecordImage
               delete progfile record
               if ProgStatusOK
                   add 1 to WriteTally
                   move "PGMDEL" to AuditAction
                   move spaces to NewRecordImage
                   perform WriteAuditRecord
                   DISPLAY "Requirement deleted."
               else
                   DISPLAY "Requirement not deleted - status "
                       ProgFileStatus
               end-if
           else
               DISPLAY "Nothing deleted."
           end-if.

      *A programme with requirements still on it is refused - they
      *are deleted one by one first, each with its own audit entry.
       DeleteProgramme.
           move zero to ItemsListed
           perform StartProgramme
           perform ReadNextItem
           perform until ItemSweepDone
               if not ProgIsHeader
                   add 1 to ItemsListed
               end-if
               perform ReadNextItem
           end-perform
           if ItemsListed > zero
               DISPLAY "Programme " WantedProgCode " still has "
                   ItemsListed " requirement(s) - delete them first."
           else
               perform ReadProgHeader
               move progrec to OldRecordImage
               delete progfile record
               if ProgStatusOK
                   add 1 to WriteTally
                   move "PGMDEL" to AuditAction
                   move spaces to NewRecordImage
                   perform WriteAuditRecord
                   DISPLAY "Programme deleted."
               else
                   DISPLAY "Programme not deleted - status "
                       ProgFileStatus
               end-if
           end-if.

       CountPoolMembers.
           move zero to PoolMembers
           perform StartProgramme
           perform ReadNextItem
           perform until ItemSweepDone
               if ProgIsElective and progpool = WantedPool
                   add 1 to PoolMembers
               end-if
               perform ReadNextItem
           end-perform.

       GetTitle.
           DISPLAY "Enter title or description: " WITH NO ADVANCING
           ACCEPT TitleIn
           if TitleIn = spaces
               DISPLAY "Invalid title - must not be blank."
               set EntryStatus to "N"
           end-if.

       GetCredits.
           DISPLAY "Enter credit hours needed (999): "
               WITH NO ADVANCING
           ACCEPT CreditsIn
           if CreditsIn not numeric
               DISPLAY "Invalid credit hours - not numeric."
               set EntryStatus to "N"
           else
               if CreditsInNum = zero
                   DISPLAY "Invalid credit hours - must be above "
                       "zero."
                   set EntryStatus to "N"
               end-if
           end-if.

       GetPoolId.
           DISPLAY "Enter pool id (2 characters): " WITH NO ADVANCING
           ACCEPT WantedPool
           inspect WantedPool converting
               "abcdefghijklmnopqrstuvwxyz"
               to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           if WantedPool = spaces
               DISPLAY "Invalid pool id - must not be blank."
               set EntryStatus to "N"
           end-if.

      *The course must be a real course and not already required or
      *in a pool on this programme.
       GetCourse.
           DISPLAY "Enter course code: " WITH NO ADVANCING
           ACCEPT WantedCourse
           move WantedCourse to coursemastercode
           read coursefile
               invalid key
                   DISPLAY "Course " WantedCourse
                       " not on course master."
                   set EntryStatus to "N"
               not invalid key
                   continue
           end-read
           if EntryValid
               move progrec to HeldProgRec
               perform StartProgramme
               perform ReadNextItem
               perform until ItemSweepDone
                   if progcourse = WantedCourse
                       DISPLAY "Course " WantedCourse " is already on"
                           " the programme."
                       set EntryStatus to "N"
                   end-if
                   perform ReadNextItem
               end-perform
               move HeldProgRec to progrec
           end-if.

      *Logs who touched the programme file and when, with the before
      *and after record images. A programme belongs to no student,
      *so the student id slot is zero.
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
                   DISPLAY "Warning - audit entry for programme "
                       WantedProgCode " was not written - status "
                       AuditFileStatus
               end-if
           end-if.
