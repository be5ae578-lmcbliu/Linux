       identification division.
       program-id. PrereqCheck.
       Author. Bo Liu.
      *Decides whether a student may be put on a course. Every course
      *the prerequisite file lists for it must already have been
      *passed - a passing grade on grades.dat, or one archived off to
      *history.dat by the end-of-term run - with at least the minimum
      *mark the file asks for. The add, batch apply, transfer and
      *waitlist promotion runs all call here so the rule is kept in
      *one place. The first prerequisite not met is handed back with
      *a reason line, and so is any override the registrar has put
      *on prqovr.dat for the student and course, so the caller can
      *let them through and audit it under the granting operator.
      *No prerequisite file yet means no course has any.

       Environment division.
       input-output section.
       file-control.
           select prereqfile assign to "C:\Cobol\prereq.dat"
               organization is indexed
               access mode is dynamic
               record key is prereqkey
               file status is PrereqFileStatus.
           select gradefile assign to "C:\Cobol\grades.dat"
               organization is indexed
               access mode is dynamic
               record key is gradekey
               file status is GradeFileStatus.
           select historyfile assign to "C:\Cobol\history.dat"
               organization is line sequential
               file status is HistoryFileStatus.
           select overridefile assign to "C:\Cobol\prqovr.dat"
               organization is indexed
               access mode is random
               record key is ovrkey
               file status is OverrideFileStatus.

       Data division.
       file section.
       FD prereqfile.
           COPY PREREQ.

       FD gradefile.
           COPY GRADES.

       FD historyfile.
           COPY HISTORY.

       FD overridefile.
           COPY PRQOVR.

       Working-storage section.
       01 PrereqFileStatus      pic xx.
           88 PrereqStatusOK    value "00".
           88 PrereqStatusNotFnd value "35".

       01 GradeFileStatus       pic xx.
           88 GradeStatusOK     value "00".
           88 GradeStatusEOF    value "10".
           88 GradeStatusNotFnd value "35".

       01 HistoryFileStatus     pic xx.
           88 HistoryStatusOK   value "00".
           88 HistoryStatusEOF  value "10".

       01 OverrideFileStatus    pic xx.
           88 OverrideStatusOK  value "00".

       01 CheckWork.
           05 EndOfPrereqs      pic x.
               88 PrereqSweepDone value "Y".
           05 GradesOpenFlag    pic x.
               88 GradesAreOpen value "Y".
           05 PassFoundFlag     pic x.
               88 PassFound     value "Y".
           05 EndOfGradeSweep   pic x.
               88 GradeSweepDone value "Y".
           05 EndOfHistory      pic x.
               88 AllHistoryRead value "Y".
           05 MinMarksShown     pic zz9.

      *An archived grade image decoded against the grades layout,
      *own data-names, the way HistInquiry decodes them.
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

       Linkage section.
           COPY PRQAREA.

       Procedure division using prqarea.
       begin.
      *    A called program keeps its working storage between calls,
      *    so the flags are reset here - each call judges afresh.
           initialize CheckWork
           set PrereqsMet to true
           move spaces to prqfailcourse
           move zero to prqminmarks
           move spaces to prqoperator
           move spaces to prqreason
           open input prereqfile
           evaluate true
               when PrereqStatusOK
                   perform CheckAllPrereqs
                   close prereqfile
               when PrereqStatusNotFnd
                   continue
               when other
                   DISPLAY "Warning - prereq.dat will not open - "
                       "status " PrereqFileStatus
                       ". Prerequisites not checked."
           end-evaluate
           if PrereqsNotMet
               perform CheckOverride
           end-if
           goback.

      *Keyed START at the course with low-values in the required
      *course, then read on until the course changes - the same walk
      *TermEnd makes through a student's grades. The first one not
      *met ends the walk.
       CheckAllPrereqs.
           move prqcoursecode to prereqcourse
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
                       or prereqcourse not = prqcoursecode
                       set PrereqSweepDone to true
                   else
                       perform CheckOnePrereq
                       if PrereqsNotMet
                           set PrereqSweepDone to true
                       end-if
                   end-if
               end-if
           end-perform
           if GradesAreOpen
               close gradefile
           end-if.

      *The live grades are looked at first; only when no pass is
      *there is the archive swept.
       CheckOnePrereq.
           move "N" to PassFoundFlag
           perform FindLivePass
           if not PassFound
               perform FindArchivedPass
           end-if
           if not PassFound
               set PrereqsNotMet to true
               move prereqrequired to prqfailcourse
               move prereqminmarks to prqminmarks
               if prereqminmarks = zero
                   string "prereq " prereqrequired
                       " not passed" delimited by size
                       into prqreason
               else
                   move prereqminmarks to MinMarksShown
                   string "prereq " prereqrequired
                       " not passed with " MinMarksShown
                       "+" delimited by size
                       into prqreason
               end-if
           end-if.

      *Every term the student took the required course in is looked
      *at - a fail followed by a resit pass still counts.
       FindLivePass.
           if not GradesAreOpen
               open input gradefile
               if GradeStatusOK
                   set GradesAreOpen to true
               end-if
           end-if
           if GradesAreOpen
               move "N" to EndOfGradeSweep
               move prqstudentid to gradestudentid
               move prereqrequired to gradecoursecode
               move low-values to gradeterm
               start gradefile key is not less than gradekey
                   invalid key
                       set GradeSweepDone to true
               end-start
               perform until GradeSweepDone or PassFound
                   read gradefile next record
                       at end
                           set GradeSweepDone to true
                   end-read
                   if not GradeSweepDone
                       if not GradeStatusOK
                           or gradestudentid not = prqstudentid
                           or gradecoursecode not = prereqrequired
                           set GradeSweepDone to true
                       else
                           if gradepassed
                               and grademarks >= prereqminmarks
                               set PassFound to true
                           end-if
                       end-if
                   end-if
               end-perform
           end-if.

      *history.dat is line sequential, so each prerequisite looked
      *for there is a fresh pass of the file. A missing archive just
      *means nobody has been archived yet.
       FindArchivedPass.
           move "N" to EndOfHistory
           open input historyfile
           if HistoryStatusOK
               perform until AllHistoryRead or PassFound
                   read historyfile
                       at end
                           set AllHistoryRead to true
                   end-read
                   if not AllHistoryRead
                       if not HistoryStatusOK
                           set AllHistoryRead to true
                       else
                           perform JudgeHistoryRecord
                       end-if
                   end-if
               end-perform
               close historyfile
           end-if.

       JudgeHistoryRecord.
           if HistIsGrade
               move histrecord to arcgraderec
               if ArcStudentId = prqstudentid
                   and ArcCourseCode = prereqrequired
                   and ArcPassed
                   and ArcMarks >= prereqminmarks
                   set PassFound to true
               end-if
           end-if.

      *An override granted for this student and course lets them
      *through whatever is missing; the operator who granted it goes
      *back to the caller for the audit entry.
       CheckOverride.
           open input overridefile
           if OverrideStatusOK
               move prqstudentid to ovrstudentid
               move prqcoursecode to ovrcoursecode
               read overridefile
                   invalid key
                       continue
                   not invalid key
                       set PrereqsOverridden to true
                       move ovroperator to prqoperator
               end-read
               close overridefile
           end-if.
