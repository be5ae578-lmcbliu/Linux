       identification division.
       program-id. DegAudit.
       Author. Bo Liu.
      *Degree audit for one student or for every student on a
      *programme of study. The student's passes are gathered from
      *grades.dat and from the G records the end-of-term run archived
      *to history.dat, a course passed more than once counting once,
      *and laid against the programme on progstdy.dat: each required
      *course is shown met, with the term it was passed in, or
      *outstanding; each elective pool shows the credit hours passed
      *from it against the hours it needs and the courses that made
      *them up; and the credit hours earned on every course passed
      *are set against the programme's minimum. A student with every
      *requirement met and the hours earned is shown eligible to
      *graduate. A student taken off the live files by the archive
      *run is audited from history.dat alone. The whole-programme
      *run ends with the count audited and the count eligible.

       Environment division.
       input-output section.
       file-control.
           select progfile assign to "C:\Cobol\progstdy.dat"
               organization is indexed
               access mode is dynamic
               record key is progkey
               file status is ProgFileStatus.
           select stuprogfile assign to "C:\Cobol\stuprog.dat"
               organization is indexed
               access mode is dynamic
               record key is spstudentid
               file status is StuProgFileStatus.
           select studentfile assign to "C:\Cobol\students.dat"
               organization is indexed
               access mode is random
               record key is studentid
               file status is StudentFileStatus.
           select gradefile assign to "C:\Cobol\grades.dat"
               organization is indexed
               access mode is dynamic
               record key is gradekey
               file status is GradeFileStatus.
           select historyfile assign to "C:\Cobol\history.dat"
               organization is line sequential
               file status is HistoryFileStatus.
           select coursefile assign to "C:\Cobol\courses.dat"
               organization is indexed
               access mode is random
               record key is coursemastercode
               file status is CourseFileStatus.
      *The report name is handed out by ReportGen - each run gets a
      *dated generation instead of destroying the last one - so the
      *assignment must be dynamic.
           select auditrptfile assign to dynamic AuditRptFileName
               organization is line sequential
               file status is AuditRptFileStatus.

       Data division.
       file section.
       FD progfile.
           COPY PROGRAM.

       FD stuprogfile.
           COPY STUPROG.

       FD studentfile.
           COPY STUDENT.

       FD gradefile.
           COPY GRADES.

       FD historyfile.
           COPY HISTORY.

       FD coursefile.
           COPY COURSES.

       FD auditrptfile.
       01 auditrptline          pic x(70).

       Working-storage section.
       01 ProgFileStatus        pic xx.
           88 ProgStatusOK      value "00".
           88 ProgStatusNotFnd  value "35".

       01 StuProgFileStatus     pic xx.
           88 StuProgStatusOK   value "00".
           88 StuProgStatusNotFnd value "35".

       01 StudentFileStatus     pic xx.
           88 StatusOK          value "00".

       01 GradeFileStatus       pic xx.
           88 GradeStatusOK     value "00".

       01 HistoryFileStatus     pic xx.
           88 HistoryStatusOK   value "00".

       01 CourseFileStatus      pic xx.
           88 CourseStatusOK    value "00".
           88 CourseStatusNotFnd value "35".

       01 AuditRptFileStatus    pic xx.
           88 AuditRptStatusOK  value "00".

       01 AuditRptFileName      pic x(30).

           COPY RPTAREA.

      *Which files opened - students.dat, grades.dat and history.dat
      *may each be missing without stopping the audit.
       01 OpenFlags.
           05 StudentOpenFlag   pic x.
               88 StudentsAreOpen value "Y".
           05 GradeOpenFlag     pic x.
               88 GradesAreOpen value "Y".

       01 RunChoice             pic x.
           88 OneStudentWanted  value "S" "s".
           88 WholeProgWanted   value "P" "p".

       01 WantedStudentId       pic 9(7).
       01 WantedProgCode        pic x(6).

       01 SweepFlags.
           05 EndOfItems        pic x.
               88 ItemSweepDone value "Y".
           05 EndOfStuProg      pic x.
               88 StuProgSweepDone value "Y".
           05 EndOfGradeSweep   pic x.
               88 GradeSweepDone value "Y".
           05 EndOfHistory      pic x.
               88 AllHistoryRead value "Y".

      *The programme being audited against, loaded from its items
      *once per run.
       01 ProgrammeWork.
           05 LoadedProgCode    pic x(6).
           05 LoadedProgTitle   pic x(30).
           05 MinCredits        pic 9(3).
           05 ProgOnFileFlag    pic x.
               88 ProgOnFile    value "Y".

       01 RequiredTable.
           05 ReqCount          pic 9(3) value zero.
           05 ReqEntry          occurs 60 times
                                 indexed by ReqIdx.
               10 ReqCourse     pic x(4).

       01 PoolTable.
           05 PoolCount         pic 9(3) value zero.
           05 PoolEntry         occurs 20 times
                                 indexed by PoolIdx.
               10 PoolId        pic x(2).
               10 PoolTitle     pic x(30).
               10 PoolNeeded    pic 9(3).
               10 PoolEarned    pic 9(3).

       01 ElectiveTable.
           05 ElecCount         pic 9(3) value zero.
           05 ElecEntry         occurs 200 times
                                 indexed by ElecIdx.
               10 ElecPool      pic x(2).
               10 ElecCourse    pic x(4).

      *Every course the student has passed, once each, with the term
      *it was first found passed in and its credit hours.
       01 PassTable.
           05 PassCount         pic 9(3) value zero.
           05 PassEntry         occurs 200 times
                                 indexed by PassIdx.
               10 PassCourse    pic x(4).
               10 PassTerm      pic x(6).
               10 PassHours     pic 9(2).

       01 StudentWork.
           05 AuditStudentId    pic 9(7).
           05 AuditSurname      pic x(8).
           05 AuditInitials     pic xx.
           05 NameFoundFlag     pic x.
               88 NameFound     value "Y".
           05 ArchivedFlag      pic x.
               88 StudentArchived value "Y".
           05 CreditsEarned     pic 9(4).
           05 ReqsMet           pic 9(3).
           05 ReqsOutstanding   pic 9(3).
           05 EligibleFlag      pic x.
               88 StudentEligible value "Y".
           05 PassCourseWanted  pic x(4).
           05 PassTermFound     pic x(6).
           05 PassFoundFlag     pic x.
               88 PassFound     value "Y".

       01 RunTotals.
           05 StudentsAudited   pic 9(5) value zero.
           05 StudentsEligible  pic 9(5) value zero.
           05 RecordsRead       pic 9(7) value zero.

      *The archived student image decoded against the student
      *layout, own data-names (as HistInquiry decodes it).
           COPY STUDENT
               REPLACING ==studentrec==          BY ==heldrec==
                         ==endofstudentfile==    BY ==heldendofrec==
                         ==studentid==           BY ==HeldStudentId==
                         ==StudentName==         BY ==HeldStudentName==
                         ==surname==             BY ==HeldSurname==
                         ==initials==            BY ==HeldInitials==
                         ==Dateofbirth==         BY ==HeldDateofbirth==
                         ==Yobirth==             BY ==HeldYobirth==
                         ==Mobirth==             BY ==HeldMobirth==
                         ==Dobirth==             BY ==HeldDobirth==
                         ==coursecode==          BY ==HeldCoursecode==
                         ==ValidGender==         BY ==HeldValidGender==
                         ==Gender==              BY ==HeldGender==
                         ==Ethnicity==           BY ==HeldEthnicity==
                         ==HasDisabilitySupport== BY ==HeldHasDisSup==
                         ==DisabilitySupport==   BY ==HeldDisSupport==
                         ==EmergencyContact==    BY ==HeldEmergCont==
                         ==EmergContactName==    BY ==HeldEmergName==
                         ==EmergContactPhone==   BY ==HeldEmergPhone==.

      *An archived grade image decoded against the grades layout,
      *own data-names for the same reason.
           COPY GRADES
               REPLACING ==graderec==        BY ==arcgraderec==
                         ==gradekey==        BY ==ArcGradeKey==
                         ==gradestudentid==  BY ==ArcStudentId==
                         ==gradecoursecode== BY ==ArcCourseCode==
                         ==gradeterm==       BY ==ArcTerm==
                         ==grademarks==      BY ==ArcMarks==
                         ==gradeletter==     BY ==ArcLetter==
                         ==GradeWithdrawn==  BY ==ArcWithdrawn==
                         ==gradepassflag==   BY ==ArcPassFlag==
                         ==gradepassed==     BY ==ArcPassed==.

       01 RunDateYMD            pic 9(8).

      *Every body line is built here and written through the one
      *paragraph that knows when a page is full.
       01 PrintLine             pic x(70).

       01 PageNumber            pic 9(3) value zero.
       01 LineCount             pic 9(3) value zero.
       01 LinesPerPage          pic 9(3) value 20.

       01 HeadingLine1.
           05 filler            pic x(25)
               value "Degree Audit - Programme ".
           05 HeadProgCode      pic x(6).
           05 filler            pic x(6) value " Date ".
           05 HeadRunDate       pic 9(8).
           05 filler            pic x(8) value "   Page ".
           05 HeadPageNumber    pic zz9.

       01 HeadingLine2.
           05 HeadProgTitle     pic x(30).
           05 filler            pic x(17) value " - minimum hours ".
           05 HeadMinCredits    pic zz9.

       01 StudentLine.
           05 filler            pic x(8) value "Student ".
           05 SlStudentId       pic 9(7).
           05 filler            pic x value space.
           05 SlSurname         pic x(8).
           05 filler            pic x value space.
           05 SlInitials        pic xx.
           05 filler            pic x value space.
           05 SlArchived        pic x(10).

       01 RequiredLine.
           05 filler            pic x(17) value "  Required       ".
           05 RlCourse          pic x(4).
           05 filler            pic x(2) value space.
           05 RlStatus          pic x(11).
           05 filler            pic x value space.
           05 RlTerm            pic x(6).

       01 PoolLine.
           05 filler            pic x(7) value "  Pool ".
           05 PlPoolId          pic x(2).
           05 filler            pic x value space.
           05 PlTitle           pic x(30).
           05 filler            pic x value space.
           05 PlEarned          pic zz9.
           05 filler            pic x(4) value " of ".
           05 PlNeeded          pic zz9.
           05 filler            pic x value space.
           05 PlStatus          pic x(11).

       01 ElectiveLine.
           05 filler            pic x(17) value space.
           05 ElCourse          pic x(4).
           05 filler            pic x(9) value "  passed ".
           05 ElTerm            pic x(6).
           05 filler            pic x(2) value space.
           05 ElHours           pic z9.
           05 filler            pic x(4) value " hrs".

       01 CreditsLine.
           05 filler            pic x(22)
               value "  Credit hours earned ".
           05 ClEarned          pic zzz9.
           05 filler            pic x(4) value " of ".
           05 ClNeeded          pic zz9.
           05 filler            pic x(2) value space.
           05 ClStatus          pic x(11).

       01 ResultLine.
           05 filler            pic x(19) value "  Requirements met ".
           05 RsMet             pic zz9.
           05 filler            pic x(14) value ", outstanding ".
           05 RsOutstanding     pic zz9.
           05 filler            pic x(3) value " - ".
           05 RsEligibility     pic x(28).

       01 TotalLine.
           05 filler            pic x(19) value "Students audited   ".
           05 TlAudited         pic zzzz9.
           05 filler            pic x(12) value "   eligible ".
           05 TlEligible        pic zzzz9.

           COPY JRNLAREA.

       Procedure division.
       begin.
           initialize jrnlarea
           move "DegAudit" to jrnlprogram
           set JournalStart to true
           call "RunJournal" using jrnlarea
           set JournalClean to true
      *    A called program keeps its working storage between calls,
      *    so every piece of run state is reset here - a second run
      *    from the menu must not see the first run's totals.
           initialize RunTotals
           initialize ProgrammeWork
           initialize OpenFlags
           move zero to PageNumber
           move zero to LineCount
           ACCEPT RunDateYMD FROM DATE YYYYMMDD
           DISPLAY "S - One student   P - Every student on a programme"
           DISPLAY "Select a run: " WITH NO ADVANCING
           ACCEPT RunChoice
           evaluate true
               when OneStudentWanted
                   DISPLAY "Enter student id: " WITH NO ADVANCING
                   ACCEPT WantedStudentId
                   perform RunDegreeAudit
               when WholeProgWanted
                   DISPLAY "Enter programme code: " WITH NO ADVANCING
                   ACCEPT WantedProgCode
                   inspect WantedProgCode converting
                       "abcdefghijklmnopqrstuvwxyz"
                       to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                   perform RunDegreeAudit
               when other
                   DISPLAY "Unrecognised run - nothing done."
           end-evaluate
           set JournalEnd to true
           move RecordsRead to jrnlreads
           call "RunJournal" using jrnlarea
           goback.

      *The programme and assignment files are needed for anything at
      *all; the course master for the credit hours.
       RunDegreeAudit.
           open input progfile
           if not ProgStatusOK
               DISPLAY "progstdy.dat will not open - status "
                   ProgFileStatus ". No programmes to audit against."
               set JournalError to true
           else
               open input stuprogfile
               if not StuProgStatusOK
                   DISPLAY "stuprog.dat will not open - status "
                       StuProgFileStatus ". No student is on a "
                       "programme."
                   set JournalError to true
               else
                   open input coursefile
                   if not CourseStatusOK
                       DISPLAY "courses.dat will not open - status "
                           CourseFileStatus
                       set JournalError to true
                   else
                       perform OpenStudentAndGrades
                       perform ProduceAuditReport
                       if StudentsAreOpen
                           close studentfile
                       end-if
                       if GradesAreOpen
                           close gradefile
                       end-if
                       close coursefile
                   end-if
                   close stuprogfile
               end-if
               close progfile
           end-if.

       OpenStudentAndGrades.
           open input studentfile
           if StatusOK
               set StudentsAreOpen to true
           end-if
           open input gradefile
           if GradeStatusOK
               set GradesAreOpen to true
           end-if.

      *A single student is audited against the programme they are
      *on; a programme run finds its students by a sweep of the
      *assignment file.
       ProduceAuditReport.
           if OneStudentWanted
               move WantedStudentId to spstudentid
               read stuprogfile
                   invalid key
                       DISPLAY "Student " WantedStudentId
                           " is not on a programme - nothing audited."
               end-read
               if StuProgStatusOK
                   move spprogcode to WantedProgCode
               end-if
           end-if
           if StuProgStatusOK
               perform LoadProgramme
               if not ProgOnFile
                   DISPLAY "Programme " WantedProgCode " not on file -"
                       " nothing audited."
               else
                   perform OpenAuditReport
               end-if
           end-if.

       OpenAuditReport.
           move "degaudit" to rptbasename
           call "ReportGen" using rptarea
           move rptfilename to AuditRptFileName
           open output auditrptfile
           if not AuditRptStatusOK
               DISPLAY AuditRptFileName " will not open - status "
                   AuditRptFileStatus ". No report produced."
               set JournalError to true
           else
               perform WriteHeading
               if OneStudentWanted
                   perform AuditOneStudent
               else
                   perform AuditWholeProgramme
                   perform WriteRunTotals
               end-if
               close auditrptfile
               DISPLAY StudentsAudited " student(s) audited, "
                   StudentsEligible " eligible - report on "
                   AuditRptFileName
           end-if.

      *Keyed START at the top of the assignment file, forward reads
      *to the end, every student on the wanted programme audited.
       AuditWholeProgramme.
           move "N" to EndOfStuProg
           move zero to spstudentid
           start stuprogfile key is not less than spstudentid
               invalid key
                   set StuProgSweepDone to true
           end-start
           perform ReadNextAssignment
           perform until StuProgSweepDone
               if spprogcode = WantedProgCode
                   perform AuditOneStudent
               end-if
               perform ReadNextAssignment
           end-perform.

       ReadNextAssignment.
           if not StuProgSweepDone
               read stuprogfile next record
                   at end
                       set StuProgSweepDone to true
               end-read
               if not StuProgSweepDone and not StuProgStatusOK
                   DISPLAY "stuprog.dat record read error - status "
                       StuProgFileStatus
                   set StuProgSweepDone to true
                   set JournalError to true
               end-if
           end-if.

      *Keyed START at the programme with low-values behind it, then
      *read on until the programme changes.
       LoadProgramme.
           move "N" to ProgOnFileFlag
           move zero to ReqCount
           move zero to PoolCount
           move zero to ElecCount
           move WantedProgCode to LoadedProgCode
           move "N" to EndOfItems
           move WantedProgCode to progcode
           move low-values to progitemtype
           move low-values to progpool
           move low-values to progcourse
           start progfile key is not less than progkey
               invalid key
                   set ItemSweepDone to true
           end-start
           perform ReadNextItem
           perform until ItemSweepDone
               perform HoldProgItem
               perform ReadNextItem
           end-perform.

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

       HoldProgItem.
           evaluate true
               when ProgIsHeader
                   set ProgOnFile to true
                   move progtitle to LoadedProgTitle
                   move progcredits to MinCredits
               when ProgIsRequired
                   if ReqCount < 60
                       add 1 to ReqCount
                       set ReqIdx to ReqCount
                       move progcourse to ReqCourse (ReqIdx)
                   else
                       DISPLAY "Required course table full - "
                           progcourse " left out of the audit."
                   end-if
               when ProgIsPool
                   if PoolCount < 20
                       add 1 to PoolCount
                       set PoolIdx to PoolCount
                       move progpool to PoolId (PoolIdx)
                       move progtitle to PoolTitle (PoolIdx)
                       move progcredits to PoolNeeded (PoolIdx)
                   else
                       DISPLAY "Pool table full - pool " progpool
                           " left out of the audit."
                   end-if
               when ProgIsElective
                   if ElecCount < 200
                       add 1 to ElecCount
                       set ElecIdx to ElecCount
                       move progpool to ElecPool (ElecIdx)
                       move progcourse to ElecCourse (ElecIdx)
                   else
                       DISPLAY "Elective table full - "
                           progcourse " left out of the audit."
                   end-if
           end-evaluate.

      *The passes are gathered first - live, then archived - and the
      *programme laid against them.
       AuditOneStudent.
           add 1 to StudentsAudited
           move spstudentid to AuditStudentId
           move zero to PassCount
           move "N" to NameFoundFlag
           move "N" to ArchivedFlag
           move spaces to AuditSurname
           move spaces to AuditInitials
           perform FindLiveStudent
           perform CollectLivePasses
           perform CollectArchivedPasses
           perform WriteStudentAudit.

       FindLiveStudent.
           if StudentsAreOpen
               move AuditStudentId to studentid
               read studentfile
                   invalid key
                       continue
                   not invalid key
                       set NameFound to true
                       move surname to AuditSurname
                       move initials to AuditInitials
               end-read
           end-if.

      *Keyed START at the student with low-values behind, read on
      *until the student changes - every term of every course.
       CollectLivePasses.
           if GradesAreOpen
               move "N" to EndOfGradeSweep
               move AuditStudentId to gradestudentid
               move low-values to gradecoursecode
               move low-values to gradeterm
               start gradefile key is not less than gradekey
                   invalid key
                       set GradeSweepDone to true
               end-start
               perform until GradeSweepDone
                   read gradefile next record
                       at end
                           set GradeSweepDone to true
                   end-read
                   if not GradeSweepDone
                       if not GradeStatusOK
                           or gradestudentid not = AuditStudentId
                           set GradeSweepDone to true
                       else
                           add 1 to RecordsRead
                           if gradepassed
                               move gradecoursecode to PassCourseWanted
                               move gradeterm to PassTermFound
                               perform AddToPasses
                           end-if
                       end-if
                   end-if
               end-perform
           end-if.

      *history.dat is line sequential, so each student audited gets
      *a fresh pass of it. The archived student image gives the name
      *of a student no longer on the live master.
       CollectArchivedPasses.
           move "N" to EndOfHistory
           open input historyfile
           if HistoryStatusOK
               perform until AllHistoryRead
                   read historyfile
                       at end
                           set AllHistoryRead to true
                   end-read
                   if not AllHistoryRead
                       if not HistoryStatusOK
                           set AllHistoryRead to true
                       else
                           add 1 to RecordsRead
                           perform JudgeHistoryRecord
                       end-if
                   end-if
               end-perform
               close historyfile
           end-if.

       JudgeHistoryRecord.
           evaluate true
               when HistIsStudent
                   move histrecord to heldrec
                   if HeldStudentId = AuditStudentId
                           and not NameFound
                       set StudentArchived to true
                       move HeldSurname to AuditSurname
                       move HeldInitials to AuditInitials
                   end-if
               when HistIsGrade
                   move histrecord to arcgraderec
                   if ArcStudentId = AuditStudentId and ArcPassed
                       move ArcCourseCode to PassCourseWanted
                       move ArcTerm to PassTermFound
                       perform AddToPasses
                   end-if
               when other
                   continue
           end-evaluate.

      *One slot per course passed - the boundary WHEN comes first so
      *the compare never reaches an unopened slot. A course passed
      *again keeps the term it was first found in.
       AddToPasses.
           set PassIdx to 1
           search PassEntry
               at end
                   DISPLAY "Pass table full - " PassCourseWanted
                       " left out of the audit for " AuditStudentId
               when PassIdx > PassCount
                   add 1 to PassCount
                   move PassCourseWanted to PassCourse (PassIdx)
                   move PassTermFound to PassTerm (PassIdx)
                   perform FindCourseHours
                   move coursecredithours to PassHours (PassIdx)
               when PassCourse (PassIdx) = PassCourseWanted
                   continue
           end-search.

      *A course missing from the master earns no hours - a made-up
      *weight would be worse than none.
       FindCourseHours.
           move PassCourseWanted to coursemastercode
           read coursefile
               invalid key
                   move zero to coursecredithours
           end-read.

       FindPass.
           move "N" to PassFoundFlag
           move spaces to PassTermFound
           set PassIdx to 1
           search PassEntry
               at end
                   continue
               when PassIdx > PassCount
                   continue
               when PassCourse (PassIdx) = PassCourseWanted
                   set PassFound to true
                   move PassTerm (PassIdx) to PassTermFound
           end-search.

       WriteStudentAudit.
           move zero to CreditsEarned
           move zero to ReqsMet
           move zero to ReqsOutstanding
           perform AddPassHours
               varying PassIdx from 1 by 1
               until PassIdx > PassCount
           if LineCount + 6 > LinesPerPage
               perform WriteHeading
           end-if
           move AuditStudentId to SlStudentId
           move AuditSurname to SlSurname
           move AuditInitials to SlInitials
           if StudentArchived
               move "(archived)" to SlArchived
           else
               move spaces to SlArchived
           end-if
           move StudentLine to PrintLine
           perform WriteReportLine
           if ReqCount > zero
               perform WriteRequiredLine
                   varying ReqIdx from 1 by 1
                   until ReqIdx > ReqCount
           end-if
           if PoolCount > zero
               perform WritePoolLines
                   varying PoolIdx from 1 by 1
                   until PoolIdx > PoolCount
           end-if
           perform WriteStudentResult.

       AddPassHours.
           add PassHours (PassIdx) to CreditsEarned.

       WriteRequiredLine.
           move ReqCourse (ReqIdx) to PassCourseWanted
           perform FindPass
           move ReqCourse (ReqIdx) to RlCourse
           if PassFound
               add 1 to ReqsMet
               move "MET" to RlStatus
           else
               add 1 to ReqsOutstanding
               move "OUTSTANDING" to RlStatus
           end-if
           move PassTermFound to RlTerm
           move RequiredLine to PrintLine
           perform WriteReportLine.

      *The pool's hours are the credit hours of its courses passed,
      *each listed beneath the pool line.
       WritePoolLines.
           move zero to PoolEarned (PoolIdx)
           perform AddElectiveHours
               varying ElecIdx from 1 by 1
               until ElecIdx > ElecCount
           move PoolId (PoolIdx) to PlPoolId
           move PoolTitle (PoolIdx) to PlTitle
           move PoolEarned (PoolIdx) to PlEarned
           move PoolNeeded (PoolIdx) to PlNeeded
           if PoolEarned (PoolIdx) >= PoolNeeded (PoolIdx)
               add 1 to ReqsMet
               move "MET" to PlStatus
           else
               add 1 to ReqsOutstanding
               move "OUTSTANDING" to PlStatus
           end-if
           move PoolLine to PrintLine
           perform WriteReportLine
           perform WriteElectiveLine
               varying ElecIdx from 1 by 1
               until ElecIdx > ElecCount.

       AddElectiveHours.
           if ElecPool (ElecIdx) = PoolId (PoolIdx)
               move ElecCourse (ElecIdx) to PassCourseWanted
               perform FindPass
               if PassFound
                   add PassHours (PassIdx) to PoolEarned (PoolIdx)
               end-if
           end-if.

       WriteElectiveLine.
           if ElecPool (ElecIdx) = PoolId (PoolIdx)
               move ElecCourse (ElecIdx) to PassCourseWanted
               perform FindPass
               if PassFound
                   move ElecCourse (ElecIdx) to ElCourse
                   move PassTermFound to ElTerm
                   move PassHours (PassIdx) to ElHours
                   move ElectiveLine to PrintLine
                   perform WriteReportLine
               end-if
           end-if.

      *Eligible means no requirement outstanding and the programme's
      *minimum hours earned.
       WriteStudentResult.
           move CreditsEarned to ClEarned
           move MinCredits to ClNeeded
           if CreditsEarned >= MinCredits
               move "MET" to ClStatus
           else
               move "OUTSTANDING" to ClStatus
           end-if
           move CreditsLine to PrintLine
           perform WriteReportLine
           move "N" to EligibleFlag
           if ReqsOutstanding = zero and CreditsEarned >= MinCredits
               set StudentEligible to true
               add 1 to StudentsEligible
               move "ELIGIBLE TO GRADUATE" to RsEligibility
           else
               move "NOT YET ELIGIBLE TO GRADUATE" to RsEligibility
           end-if
           move ReqsMet to RsMet
           move ReqsOutstanding to RsOutstanding
           move ResultLine to PrintLine
           perform WriteReportLine
           move spaces to PrintLine
           perform WriteReportLine.

       WriteRunTotals.
           move StudentsAudited to TlAudited
           move StudentsEligible to TlEligible
           move TotalLine to PrintLine
           perform WriteReportLine.

       WriteReportLine.
           if LineCount >= LinesPerPage
               perform WriteHeading
           end-if
           write auditrptline from PrintLine
           perform CheckAuditRptWriteStatus
           add 1 to LineCount.

       WriteHeading.
           add 1 to PageNumber
           move LoadedProgCode to HeadProgCode
           move RunDateYMD to HeadRunDate
           move PageNumber to HeadPageNumber
           move LoadedProgTitle to HeadProgTitle
           move MinCredits to HeadMinCredits
           write auditrptline from HeadingLine1
           perform CheckAuditRptWriteStatus
           write auditrptline from HeadingLine2
           perform CheckAuditRptWriteStatus
           move spaces to auditrptline
           write auditrptline
           perform CheckAuditRptWriteStatus
           move 3 to LineCount.

      *Called after every WRITE. A lost report line is a warning,
      *not a reason to stop the report.
       CheckAuditRptWriteStatus.
           if not AuditRptStatusOK
               DISPLAY AuditRptFileName " write error - status "
                   AuditRptFileStatus
           end-if.
