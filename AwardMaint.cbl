       identification division.
       program-id. AwardMaint.
       Author. Bo Liu.
      *Keys and maintains bursary, scholarship and other aid awards
      *on awards.dat, so aid stops being entered in PaymentEntry as
      *if the student had paid cash. An award belongs to a student
      *on the student master for a term and carries an award code,
      *a fixed amount or a percentage of tuition, the funding source
      *and, optionally, the one course it is tied to. The billing
      *run posts it as credit against the student's charges. Once
      *any of an award has been posted it cannot be deleted, and a
      *fixed award cannot be cut below what has already posted -
      *the bills would no longer agree with the award. Every action
      *gets an audit entry against the student with the award
      *record images and an AWD action code.

       Environment division.
       input-output section.
       file-control.
           select studentfile assign to "C:\Cobol\students.dat"
               organization is indexed
               access mode is random
               record key is studentid
               file status is StudentFileStatus.
           select coursefile assign to "C:\Cobol\courses.dat"
               organization is indexed
               access mode is random
               record key is coursemastercode
               file status is CourseFileStatus.
           select awardfile assign to "C:\Cobol\awards.dat"
               organization is indexed
               access mode is dynamic
               record key is awardkey
               file status is AwardFileStatus.
           select auditfile assign to "C:\Cobol\audit.dat"
               organization is line sequential
               file status is AuditFileStatus.

       Data division.
       file section.
       FD studentfile.
           COPY STUDENT.

       FD coursefile.
           COPY COURSES.

       FD awardfile.
           COPY AWARDS.

       FD auditfile.
           COPY AUDIT.

       Working-storage section.
       01 StudentFileStatus     pic xx.
           88 StatusOK          value "00".
           88 StatusNotFound    value "35".

       01 CourseFileStatus      pic xx.
           88 CourseStatusOK    value "00".
           88 CourseStatusNotFnd value "35".

       01 AwardFileStatus       pic xx.
           88 AwardStatusOK     value "00".
           88 AwardStatusNotFnd value "35".

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

       01 AwardWork.
           05 WantedStudentId   pic 9(7).
           05 WantedTerm        pic x(6).
           05 WantedAwardCode   pic x(6).
           05 MaintChoice       pic x.
               88 AddWanted     value "A" "a".
               88 ChangeWanted  value "C" "c".
               88 DeleteWanted  value "D" "d".
           05 EntryStatus       pic x value "Y".
               88 EntryValid    value "Y".
           05 EndOfAwards       pic x.
               88 AllAwardsRead value "Y".
           05 AwardCount        pic 9(3).
           05 AppliedHeld       pic 9(6)v99.

      *Amount and percentage are keyed into these and checked for
      *numeric content and range before they go anywhere near the
      *record.
       01 AwardEntryWork.
           05 BasisIn           pic x.
               88 BasisInFixed  value "F" "f".
               88 BasisInPercent value "P" "p".
           05 AmountIn          pic x(8).
           05 AmountInNum redefines AmountIn pic 9(6)v99.
           05 PercentIn         pic x(5).
           05 PercentInNum redefines PercentIn pic 9(3)v99.
           05 SourceIn          pic x(8).
           05 CourseIn          pic x(4).

       01 AwardLine.
           05 AlCode            pic x(6).
           05 filler            pic x value space.
           05 AlBasis           pic x(7).
           05 filler            pic x value space.
           05 AlValue           pic zzz,zz9.99.
           05 filler            pic x(8) value " source ".
           05 AlSource          pic x(8).
           05 filler            pic x(8) value " course ".
           05 AlCourse          pic x(4).
           05 filler            pic x(9) value " applied ".
           05 AlApplied         pic zzz,zz9.99.

      *The term a blank entry lands in - derived once at run start.
       01 DefaultTerm           pic x(6).

      *Run-journal tallies - students keyed and records put on file.
       01 RunTallies.
           05 ReadTally         pic 9(7) value zero.
           05 WriteTally        pic 9(7) value zero.

           COPY JRNLAREA.
           COPY OPRAREA.

       Procedure division.
       begin.
           initialize jrnlarea
           move "AwardMaint" to jrnlprogram
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
           move "AwardMaint" to oprprogram.
           set OprGetSession to true.
           call "OperSession" using oprarea.
           move oprid to OperatorId.
           open input studentfile
           perform CheckStudentOpenStatus
           if StatusOK
               open input coursefile
               perform CheckCourseOpenStatus
               if CourseStatusOK
                   perform OpenAwardFile
                   if AwardStatusOK
                       perform OpenAuditFile
                       perform GetAwardStudentId
                       perform until WantedStudentId = zero
                           add 1 to ReadTally
                           perform MaintainOneStudent
                           perform GetAwardStudentId
                       end-perform
                       close awardfile
                       close auditfile
                   end-if
                   close coursefile
               end-if
               close studentfile
           end-if
           set JournalEnd to true
           move OperatorId to jrnloperator
           move ReadTally to jrnlreads
           move WriteTally to jrnlwrites
           call "RunJournal" using jrnlarea
           goback.

      *Opens awards.dat for update, creating it first the one time
      *it does not exist yet.
       OpenAwardFile.
           open i-o awardfile
           if AwardStatusNotFnd
               open output awardfile
               close awardfile
               open i-o awardfile
           end-if
           if not AwardStatusOK
               DISPLAY "awards.dat will not open - status "
                   AwardFileStatus
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

       GetAwardStudentId.
           DISPLAY "Enter student id (0 to end): " WITH NO ADVANCING.
           ACCEPT WantedStudentId.

      *The student must be on the student master - aid for someone
      *the college does not know would post against nothing.
       MaintainOneStudent.
           move WantedStudentId to studentid
           read studentfile
               invalid key
                   DISPLAY "Student " WantedStudentId
                       " not on student master."
               not invalid key
                   DISPLAY studentid space surname space initials
                   perform GetAwardTerm
                   perform ListAwards
                   perform ActOnAwards
           end-read.

       GetAwardTerm.
           DISPLAY "Enter term (e.g. 2026FA, blank = " DefaultTerm
               "): " WITH NO ADVANCING
           ACCEPT WantedTerm
           if WantedTerm = spaces
               move DefaultTerm to WantedTerm
           end-if.

      *Keyed START at the student and term with low-values in the
      *award code, then read on until the student or term changes.
       ListAwards.
           move zero to AwardCount
           move "N" to EndOfAwards
           move WantedStudentId to awdstudentid
           move WantedTerm to awdterm
           move low-values to awdcode
           start awardfile key is not less than awardkey
               invalid key
                   set AllAwardsRead to true
           end-start
           perform until AllAwardsRead
               read awardfile next record
                   at end set AllAwardsRead to true
               end-read
               if not AllAwardsRead
                   if not AwardStatusOK
                       or awdstudentid not = WantedStudentId
                       or awdterm not = WantedTerm
                       set AllAwardsRead to true
                   else
                       add 1 to AwardCount
                       perform ShowAward
                   end-if
               end-if
           end-perform
           if AwardCount = zero
               DISPLAY "No awards on file for " WantedStudentId
                   " in " WantedTerm "."
           end-if.

       ShowAward.
           move awdcode to AlCode
           if AwardIsPercent
               move "percent" to AlBasis
               move awdpercent to AlValue
           else
               move "fixed" to AlBasis
               move awdamount to AlValue
           end-if
           move awdsource to AlSource
           if AwardAnyCourse
               move "all" to AlCourse
           else
               move awdcoursecode to AlCourse
           end-if
           move awdapplied to AlApplied
           DISPLAY AwardLine.

       ActOnAwards.
           DISPLAY "A - Add award   C - Change award   "
               "D - Delete award   anything else - leave"
           DISPLAY "Select an action: " WITH NO ADVANCING
           ACCEPT MaintChoice
           evaluate true
               when AddWanted
                   perform AddAward
               when ChangeWanted
                   perform ChangeAward
               when DeleteWanted
                   perform DeleteAward
               when other
                   DISPLAY "Awards left as they are."
           end-evaluate.

       AddAward.
           perform GetAwardCode
           if EntryValid
               move zero to AppliedHeld
               perform GetAwardFields
           end-if
           if EntryValid
               move WantedStudentId to awdstudentid
               move WantedTerm to awdterm
               move WantedAwardCode to awdcode
               perform MoveAwardFields
               move zero to awdapplied
               write awardrec
                   invalid key
                       DISPLAY "Award " WantedAwardCode
                           " is already on file - change it instead."
                   not invalid key
                       add 1 to WriteTally
                       move "AWDADD" to AuditAction
                       move spaces to OldRecordImage
                       move awardrec to NewRecordImage
                       perform WriteAuditRecord
                       DISPLAY "Award " WantedAwardCode " added."
               end-write
           else
               DISPLAY "Entry rejected - nothing written."
           end-if.

       ChangeAward.
           perform GetAwardCode
           if EntryValid
               perform ReadAward
           end-if
           if EntryValid
               move awardrec to OldRecordImage
               move awdapplied to AppliedHeld
               perform GetAwardFields
           end-if
           if EntryValid
               perform MoveAwardFields
               rewrite awardrec
               if AwardStatusOK
                   add 1 to WriteTally
                   move "AWDCHG" to AuditAction
                   move awardrec to NewRecordImage
                   perform WriteAuditRecord
                   DISPLAY "Award " WantedAwardCode " changed."
               else
                   DISPLAY "Award " WantedAwardCode
                       " not rewritten - status " AwardFileStatus
               end-if
           else
               DISPLAY "Entry rejected - award left as it is."
           end-if.

      *Posted aid is on bills.dat against the student's charges;
      *deleting the award under it would leave credit nobody can
      *trace to a funding source.
       DeleteAward.
           perform GetAwardCode
           if EntryValid
               perform ReadAward
           end-if
           if EntryValid
               if awdapplied > zero
                   DISPLAY "Award " WantedAwardCode " has "
                       awdapplied " posted to bills - not deleted."
               else
                   move awardrec to OldRecordImage
                   delete awardfile record
                   if AwardStatusOK
                       add 1 to WriteTally
                       move "AWDDEL" to AuditAction
                       move spaces to NewRecordImage
                       perform WriteAuditRecord
                       DISPLAY "Award " WantedAwardCode " deleted."
                   else
                       DISPLAY "Award " WantedAwardCode
                           " not deleted - status " AwardFileStatus
                   end-if
               end-if
           else
               DISPLAY "Entry rejected - nothing deleted."
           end-if.

      *Direct READ of the award by student, term and award code.
       ReadAward.
           move WantedStudentId to awdstudentid
           move WantedTerm to awdterm
           move WantedAwardCode to awdcode
           read awardfile
               invalid key
                   DISPLAY "No award " WantedAwardCode " on file."
                   set EntryStatus to "N"
               not invalid key
                   continue
           end-read.

       GetAwardCode.
           set EntryValid to true
           DISPLAY "Enter award code: " WITH NO ADVANCING
           ACCEPT WantedAwardCode
           if WantedAwardCode = spaces
               DISPLAY "Invalid award code - must not be blank."
               set EntryStatus to "N"
           end-if.

      *A fixed award is keyed as an amount, a percentage award as
      *a share of tuition above nothing and up to the whole of it.
      *The funding source must be keyed; the course, when keyed,
      *must be on the course master. A fixed award is never cut
      *below what the billing run has already posted from it.
       GetAwardFields.
           DISPLAY "Enter basis (F fixed amount, P percent of "
               "tuition): " WITH NO ADVANCING
           ACCEPT BasisIn
           move zero to AmountInNum
           move zero to PercentInNum
           evaluate true
               when BasisInFixed
                   DISPLAY "Enter amount (99999999, two decimals"
                       " assumed): " WITH NO ADVANCING
                   ACCEPT AmountIn
                   if AmountIn not numeric
                       DISPLAY "Invalid amount - not numeric."
                       set EntryStatus to "N"
                   else
                       if AmountInNum = zero
                           DISPLAY "Invalid amount - must not be "
                               "zero."
                           set EntryStatus to "N"
                       else
                           if AmountInNum < AppliedHeld
                               DISPLAY "Invalid amount - "
                                   AppliedHeld " already posted."
                               set EntryStatus to "N"
                           end-if
                       end-if
                   end-if
               when BasisInPercent
                   DISPLAY "Enter percent (99999, two decimals"
                       " assumed): " WITH NO ADVANCING
                   ACCEPT PercentIn
                   if PercentIn not numeric
                       DISPLAY "Invalid percent - not numeric."
                       set EntryStatus to "N"
                   else
                       if PercentInNum = zero
                               or PercentInNum > 100
                           DISPLAY "Invalid percent - must be over "
                               "0 and no more than 100."
                           set EntryStatus to "N"
                       end-if
                   end-if
               when other
                   DISPLAY "Invalid basis - must be F or P."
                   set EntryStatus to "N"
           end-evaluate
           DISPLAY "Enter funding source: " WITH NO ADVANCING
           ACCEPT SourceIn
           DISPLAY "Enter course code (blank = every course): "
               WITH NO ADVANCING
           ACCEPT CourseIn
           if SourceIn = spaces
               DISPLAY "Invalid funding source - must not be blank."
               set EntryStatus to "N"
           end-if
           if CourseIn not = spaces
               move CourseIn to coursemastercode
               read coursefile
                   invalid key
                       DISPLAY "Course " CourseIn
                           " not on course master."
                       set EntryStatus to "N"
                   not invalid key
                       continue
               end-read
           end-if.

       MoveAwardFields.
           if BasisInFixed
               set AwardIsFixed to true
           else
               set AwardIsPercent to true
           end-if
           move AmountInNum to awdamount
           move PercentInNum to awdpercent
           move SourceIn to awdsource
           move CourseIn to awdcoursecode.

      *Logs who touched this award and when, with the before and
      *after record images, against the student in the same audit
      *file the student maintenance writes.
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
