       identification division.
       program-id. PrereqMaint.
       Author. Bo Liu.
      *Keeps the course prerequisite file prereq.dat - for each
      *course, the courses that must already be passed before a
      *student may be put on it and the minimum mark each must have
      *been passed with - and the registrar's overrides on prqovr.dat
      *that let one student onto one course without them. Both
      *course codes must be on the course master and a course cannot
      *be its own prerequisite. Every action gets an audit entry like
      *CourseMaint writes, with a PRQ action code; an override is
      *written against the student it was granted for.

       Environment division.
       input-output section.
       file-control.
           select coursefile assign to "C:\Cobol\courses.dat"
               organization is indexed
               access mode is random
               record key is coursemastercode
               file status is CourseFileStatus.
           select prereqfile assign to "C:\Cobol\prereq.dat"
               organization is indexed
               access mode is dynamic
               record key is prereqkey
               file status is PrereqFileStatus.
           select overridefile assign to "C:\Cobol\prqovr.dat"
               organization is indexed
               access mode is random
               record key is ovrkey
               file status is OverrideFileStatus.
           select auditfile assign to "C:\Cobol\audit.dat"
               organization is line sequential
               file status is AuditFileStatus.

       Data division.
       file section.
       FD coursefile.
           COPY COURSES.

       FD prereqfile.
           COPY PREREQ.

       FD overridefile.
           COPY PRQOVR.

       FD auditfile.
           COPY AUDIT.

       Working-storage section.
       01 CourseFileStatus      pic xx.
           88 CourseStatusOK    value "00".
           88 CourseStatusNotFnd value "35".

       01 PrereqFileStatus      pic xx.
           88 PrereqStatusOK    value "00".
           88 PrereqStatusDupKey value "22".
           88 PrereqStatusNotFnd value "35".

       01 OverrideFileStatus    pic xx.
           88 OverrideStatusOK  value "00".
           88 OverrideStatusNotFnd value "35".

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
           05 AuditStudentId    pic 9(7).
           05 OldRecordImage    pic x(68).
           05 NewRecordImage    pic x(68).

       01 MaintWork.
           05 WantedCourseCode  pic x(4).
           05 RequiredCourse    pic x(4).
           05 MaintChoice       pic x.
               88 AddWanted     value "A" "a".
               88 ChangeWanted  value "C" "c".
               88 DeleteWanted  value "D" "d".
               88 OverrideWanted value "O" "o".
               88 GrantWanted   value "G" "g".
               88 WithdrawWanted value "W" "w".
           05 EntryStatus       pic x value "Y".
               88 EntryValid    value "Y".
           05 PrereqsListed     pic 9(3).
           05 EndOfPrereqs      pic x.
               88 PrereqSweepDone value "Y".

      *The mark and StudentId are keyed into these and checked for
      *numeric content before they go anywhere near a record.
       01 PrereqEntryWork.
           05 MarksIn           pic x(3).
           05 MarksInNum redefines MarksIn pic 9(3).
           05 StudentIdIn       pic x(7).
           05 StudentIdInNum redefines StudentIdIn pic 9(7).

      *Run-journal tallies - codes keyed and records put on file.
       01 RunTallies.
           05 ReadTally         pic 9(7) value zero.
           05 WriteTally        pic 9(7) value zero.

           COPY JRNLAREA.
           COPY OPRAREA.

       Procedure division.
       begin.
           initialize jrnlarea
           move "PrereqMaint" to jrnlprogram
           set JournalStart to true
           call "RunJournal" using jrnlarea
           set JournalClean to true
      *    A called program keeps its working storage between calls,
      *    so the tallies are reset here or repeat runs inflate the
      *    journal counts.
           initialize RunTallies
      *    The operator signed on at the menu; run on its own, the
      *    program has its operator sign on before going further.
           move "PrereqMaint" to oprprogram.
           set OprGetSession to true.
           call "OperSession" using oprarea.
           move oprid to OperatorId.
           open input coursefile
           if not CourseStatusOK
               DISPLAY "courses.dat will not open - status "
                   CourseFileStatus ". Nothing can be checked."
               set JournalError to true
           else
               perform OpenPrereqFile
               if PrereqStatusOK
                   perform OpenOverrideFile
                   if OverrideStatusOK
                       perform OpenAuditFile
                       perform GetMaintCourseCode
                       perform until WantedCourseCode = spaces
                           add 1 to ReadTally
                           perform MaintainOneCourse
                           perform GetMaintCourseCode
                       end-perform
                       close overridefile
                       close auditfile
                   end-if
                   close prereqfile
               end-if
               close coursefile
           end-if
           set JournalEnd to true
           move OperatorId to jrnloperator
           move ReadTally to jrnlreads
           move WriteTally to jrnlwrites
           call "RunJournal" using jrnlarea
           goback.

      *Opens prereq.dat for update, creating it first the one time
      *it does not exist yet.
       OpenPrereqFile.
           open i-o prereqfile
           if PrereqStatusNotFnd
               open output prereqfile
               close prereqfile
               open i-o prereqfile
           end-if
           if not PrereqStatusOK
               DISPLAY "prereq.dat will not open - status "
                   PrereqFileStatus
               set JournalError to true
           end-if.

      *Opens prqovr.dat for update, creating it first the one time
      *it does not exist yet.
       OpenOverrideFile.
           open i-o overridefile
           if OverrideStatusNotFnd
               open output overridefile
               close overridefile
               open i-o overridefile
           end-if
           if not OverrideStatusOK
               DISPLAY "prqovr.dat will not open - status "
                   OverrideFileStatus
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

       GetMaintCourseCode.
           DISPLAY "Enter course code (blank to end): "
               WITH NO ADVANCING.
           ACCEPT WantedCourseCode.

      *The course must be on the course master before anything can
      *be hung off it; what it already asks for is listed first.
       MaintainOneCourse.
           move WantedCourseCode to coursemastercode
           read coursefile
               invalid key
                   DISPLAY "Course " WantedCourseCode
                       " not on course master."
               not invalid key
                   perform ActOnCourse
           end-read.

       ActOnCourse.
           display coursemastercode space coursetitle
           perform ListPrereqs
           DISPLAY "A - Add a prerequisite   C - Change a minimum mark"
           DISPLAY "D - Delete a prerequisite   O - Student override"
           DISPLAY "anything else - leave"
           DISPLAY "Select an action: " WITH NO ADVANCING
           ACCEPT MaintChoice
           evaluate true
               when AddWanted
                   perform AddPrereq
               when ChangeWanted
                   perform ChangePrereq
               when DeleteWanted
                   perform DeletePrereq
               when OverrideWanted
                   perform MaintainOverride
               when other
                   DISPLAY "Nothing changed."
           end-evaluate.

      *Keyed START at the course with low-values in the required
      *course, then read on until the course changes.
       ListPrereqs.
           move zero to PrereqsListed
           move "N" to EndOfPrereqs
           move WantedCourseCode to prereqcourse
           move low-values to prereqrequired
           start prereqfile key is not less than prereqkey
               invalid key
                   set PrereqSweepDone to true
           end-start
           perform until PrereqSweepDone
               read prereqfile next record
                   at end
                       set PrereqSweepDone to true
               end-read
               if not PrereqSweepDone
                   if not PrereqStatusOK
                       or prereqcourse not = WantedCourseCode
                       set PrereqSweepDone to true
                   else
                       add 1 to PrereqsListed
                       DISPLAY "  requires " prereqrequired
                           " minimum mark " prereqminmarks
                   end-if
               end-if
           end-perform
           if PrereqsListed = zero
               DISPLAY "  no prerequisites"
           end-if.

       AddPrereq.
           perform GetRequiredCourse
           if EntryValid
               perform GetMinMarks
           end-if
           if EntryValid
               move WantedCourseCode to prereqcourse
               move RequiredCourse to prereqrequired
               move MarksInNum to prereqminmarks
               write prereqrec
               evaluate true
                   when PrereqStatusOK
                       add 1 to WriteTally
                       move "PRQADD" to AuditAction
                       move zero to AuditStudentId
                       move spaces to OldRecordImage
                       move prereqrec to NewRecordImage
                       perform WriteAuditRecord
                       DISPLAY RequiredCourse " added as a prerequisite"
                           " of " WantedCourseCode "."
                   when PrereqStatusDupKey
                       DISPLAY RequiredCourse " is already a "
                           "prerequisite of " WantedCourseCode
                           " - use Change for the mark."
                   when other
                       DISPLAY "Prerequisite not written - status "
                           PrereqFileStatus
               end-evaluate
           else
               DISPLAY "Entry rejected - nothing written."
           end-if.

       ChangePrereq.
           perform GetRequiredCourse
           if EntryValid
               perform ReadPrereq
           end-if
           if EntryValid
               move prereqrec to OldRecordImage
               perform GetMinMarks
           end-if
           if EntryValid
               move MarksInNum to prereqminmarks
               rewrite prereqrec
               if PrereqStatusOK
                   add 1 to WriteTally
                   move "PRQCHG" to AuditAction
                   move zero to AuditStudentId
                   move prereqrec to NewRecordImage
                   perform WriteAuditRecord
                   DISPLAY "Minimum mark for " RequiredCourse
                       " changed."
               else
                   DISPLAY "Prerequisite not rewritten - status "
                       PrereqFileStatus
               end-if
           else
               DISPLAY "Entry rejected - record left as it is."
           end-if.

       DeletePrereq.
           perform GetRequiredCourse
           if EntryValid
               perform ReadPrereq
           end-if
           if EntryValid
               move prereqrec to OldRecordImage
               delete prereqfile record
               if PrereqStatusOK
                   add 1 to WriteTally
                   move "PRQDEL" to AuditAction
                   move zero to AuditStudentId
                   move spaces to NewRecordImage
                   perform WriteAuditRecord
                   DISPLAY RequiredCourse " is no longer a "
                       "prerequisite of " WantedCourseCode "."
               else
                   DISPLAY "Prerequisite not deleted - status "
                       PrereqFileStatus
               end-if
           else
               DISPLAY "Nothing deleted."
           end-if.

       ReadPrereq.
           move WantedCourseCode to prereqcourse
           move RequiredCourse to prereqrequired
           read prereqfile
               invalid key
                   DISPLAY RequiredCourse " is not a prerequisite of "
                       WantedCourseCode "."
                   set EntryStatus to "N"
               not invalid key
                   continue
           end-read.

      *The required course must be a real course and not the course
      *itself - a course that needs itself could never be taken.
       GetRequiredCourse.
           set EntryValid to true
           DISPLAY "Enter prerequisite course code: "
               WITH NO ADVANCING
           ACCEPT RequiredCourse
           if RequiredCourse = WantedCourseCode
               DISPLAY "A course cannot be its own prerequisite."
               set EntryStatus to "N"
           else
               move RequiredCourse to coursemastercode
               read coursefile
                   invalid key
                       DISPLAY "Course " RequiredCourse
                           " not on course master."
                       set EntryStatus to "N"
                   not invalid key
                       continue
               end-read
           end-if.

      *Zero means any pass will do; a mark over 100 could never be
      *reached.
       GetMinMarks.
           DISPLAY "Enter minimum mark (999, 000 = any pass): "
               WITH NO ADVANCING
           ACCEPT MarksIn
           if MarksIn not numeric
               DISPLAY "Invalid minimum mark - not numeric."
               set EntryStatus to "N"
           else
               if MarksInNum > 100
                   DISPLAY "Invalid minimum mark - over 100."
                   set EntryStatus to "N"
               end-if
           end-if.

      *One override per student per course. The student need not be
      *on file yet - an override is often granted ahead of the add
      *that will need it.
       MaintainOverride.
           DISPLAY "Enter student id for the override: "
               WITH NO ADVANCING
           ACCEPT StudentIdIn
           if StudentIdIn not numeric
               DISPLAY "Invalid student id - not numeric."
           else
               move StudentIdInNum to ovrstudentid
               move WantedCourseCode to ovrcoursecode
               read overridefile
                   invalid key
                       perform OfferOverrideGrant
                   not invalid key
                       perform OfferOverrideWithdraw
               end-read
           end-if.

       OfferOverrideGrant.
           DISPLAY "No override for student " StudentIdIn " on "
               WantedCourseCode "."
           DISPLAY "G - Grant one   anything else - leave"
           DISPLAY "Select an action: " WITH NO ADVANCING
           ACCEPT MaintChoice
           if GrantWanted
               move StudentIdInNum to ovrstudentid
               move WantedCourseCode to ovrcoursecode
               move OperatorId to ovroperator
               ACCEPT ovrdate FROM DATE YYYYMMDD
               write prqovrrec
               if OverrideStatusOK
                   add 1 to WriteTally
                   move "PRQGNT" to AuditAction
                   move StudentIdInNum to AuditStudentId
                   move spaces to OldRecordImage
                   move prqovrrec to NewRecordImage
                   perform WriteAuditRecord
                   DISPLAY "Override granted."
               else
                   DISPLAY "Override not written - status "
                       OverrideFileStatus
               end-if
           else
               DISPLAY "No override granted."
           end-if.

       OfferOverrideWithdraw.
           DISPLAY "Override granted by " ovroperator " on " ovrdate
           DISPLAY "W - Withdraw it   anything else - leave"
           DISPLAY "Select an action: " WITH NO ADVANCING
           ACCEPT MaintChoice
           if WithdrawWanted
               move prqovrrec to OldRecordImage
               delete overridefile record
               if OverrideStatusOK
                   add 1 to WriteTally
                   move "PRQWDR" to AuditAction
                   move StudentIdInNum to AuditStudentId
                   move spaces to NewRecordImage
                   perform WriteAuditRecord
                   DISPLAY "Override withdrawn."
               else
                   DISPLAY "Override not deleted - status "
                       OverrideFileStatus
               end-if
           else
               DISPLAY "Override left in place."
           end-if.

      *Logs who touched the prerequisite file and when, with the
      *before and after record images, in the same audit file the
      *student and course maintenance write. A prerequisite action
      *has no student, so the student id slot is zero for those.
       WriteAuditRecord.
           ACCEPT AuditDate FROM DATE YYYYMMDD.
           ACCEPT AuditTime FROM TIME.
           move AuditStudentId to audstudentid
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
