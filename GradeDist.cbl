       identification division.
       program-id. GradeDist.
       Author. Bo Liu.
      *Grade-distribution report for a keyed term. Every grade on
      *grades.dat for the term is matched to the instructor assigned
      *to its course for that term on teaching.dat, sorted by
      *instructor then course, and counted into letter grades A to F
      *with the pass rate and the average mark, one line per course
      *and a total per instructor and for the term, so the dean's
      *office can see how each instructor's sections marked. A grade
      *on a course nobody was assigned to is reported under NONE. A
      *withdrawal's W is not a mark and is left out.

       Environment division.
       input-output section.
       file-control.
           select gradefile assign to "C:\Cobol\grades.dat"
               organization is indexed
               access mode is sequential
               record key is gradekey
               file status is GradeFileStatus.
           select teachfile assign to "C:\Cobol\teaching.dat"
               organization is indexed
               access mode is random
               record key is teachkey
               file status is TeachFileStatus.
           select instrfile assign to "C:\Cobol\instruct.dat"
               organization is indexed
               access mode is random
               record key is instrid
               file status is InstrFileStatus.
           select sortworkfile assign to "sortwork.tmp".
      *The report name is handed out by ReportGen - each run gets a
      *dated generation instead of destroying the last one - so the
      *assignment must be dynamic.
           select distfile assign to dynamic DistFileName
               organization is line sequential
               file status is DistFileStatus.

       Data division.
       file section.
       FD gradefile.
           COPY GRADES.

       FD teachfile.
           COPY TEACHING.

       FD instrfile.
           COPY INSTRUCT.

       SD sortworkfile.
       01 sortrec.
           05 sortinstrid       pic x(6).
           05 sortcoursecode    pic x(4).
           05 sortmarks         pic 9(3).
           05 sortletter        pic x.
           05 sortpassflag      pic x.
               88 SortPassed    value "Y".

       FD distfile.
       01 distline              pic x(70).

       Working-storage section.
       01 GradeFileStatus       pic xx.
           88 GradeStatusOK     value "00".
           88 GradeStatusNotFnd value "35".

       01 TeachFileStatus       pic xx.
           88 TeachStatusOK     value "00".

       01 InstrFileStatus       pic xx.
           88 InstrStatusOK     value "00".

       01 DistFileStatus        pic xx.
           88 DistStatusOK      value "00".

       01 DistFileName          pic x(30).

           COPY RPTAREA.

       01 EndFlags.
           05 EndOfGrades       pic x value "N".
               88 AllGradesRead value "Y".
           05 SortDone          pic x value "N".
               88 AllSorted     value "Y".
           05 TeachOpenFlag     pic x value "N".
               88 TeachingOnFile value "Y".
           05 InstrOpenFlag     pic x value "N".
               88 InstructorsOnFile value "Y".

      *The term asked for - blank is the current one.
       01 WantedTerm            pic x(6).

      *One set of counters per reporting level - the course in hand,
      *the instructor in hand and the whole term - kept in step
      *grade by grade and laid out alike so one paragraph prints any
      *of them.
       01 CourseCounts.
           05 CrsLetterCount    pic 9(5) occurs 6 times.
           05 CrsGraded         pic 9(5).
           05 CrsPassed         pic 9(5).
           05 CrsMarksTotal     pic 9(8).

       01 InstrCounts.
           05 InsLetterCount    pic 9(5) occurs 6 times.
           05 InsGraded         pic 9(5).
           05 InsPassed         pic 9(5).
           05 InsMarksTotal     pic 9(8).

       01 TermCounts.
           05 TrmLetterCount    pic 9(5) occurs 6 times.
           05 TrmGraded         pic 9(5).
           05 TrmPassed         pic 9(5).
           05 TrmMarksTotal     pic 9(8).

      *The level being printed is moved here first.
       01 LineCounts.
           05 LinLetterCount    pic 9(5) occurs 6 times.
           05 LinGraded         pic 9(5).
           05 LinPassed         pic 9(5).
           05 LinMarksTotal     pic 9(8).

       01 DistWork.
           05 PriorInstrId      pic x(6) value spaces.
           05 PriorCourseCode   pic x(4) value spaces.
           05 LetterSlot        pic 9.
           05 LetterIdx         pic 9.
           05 InstrCount        pic 9(5) value zero.

       01 RunDateYMD            pic 9(8).

      *Every body line is built here and written through the one
      *paragraph that knows when a page is full.
       01 PrintLine             pic x(70).

       01 PageNumber            pic 9(3) value zero.
       01 LineCount             pic 9(3) value zero.
       01 LinesPerPage          pic 9(3) value 20.

       01 HeadingLine1.
           05 filler            pic x(20) value "Grade Distribution -".
           05 filler            pic x(6) value " Term ".
           05 HeadTerm          pic x(6).
           05 filler            pic x(6) value " Date ".
           05 HeadRunDate       pic 9(8).
           05 filler            pic x(8) value "   Page ".
           05 HeadPageNumber    pic zz9.

       01 HeadingLine2.
           05 filler            pic x(31) value
               "Instr  Course    A    B    C   ".
           05 filler            pic x(31) value
               " D    F  Oth      N Pass%   Avg".

       01 InstructorLine.
           05 filler            pic x(11) value "Instructor ".
           05 IlInstrId         pic x(6).
           05 filler            pic x value space.
           05 IlInstrName       pic x(30).

       01 CountsLine.
           05 DlInstrId         pic x(6).
           05 filler            pic x value space.
           05 DlCourseCode      pic x(6).
           05 DlLetterCount     pic zzzz9 occurs 6 times.
           05 DlGraded          pic zzzzzz9.
           05 filler            pic x value space.
           05 DlPassRate        pic zz9.9.
           05 filler            pic x value space.
           05 DlAverage         pic zz9.9.

       01 DistResults.
           05 PassRate          pic 9(3)v9.
           05 AverageMark       pic 9(3)v9.

           COPY JRNLAREA.

       Procedure division.
       begin.
           initialize jrnlarea
           move "GradeDist" to jrnlprogram
           set JournalStart to true
           call "RunJournal" using jrnlarea
           set JournalClean to true
      *    A called program keeps its working storage between calls,
      *    so every piece of run state is reset here - a second run
      *    from the menu must not see the first run's counts.
           initialize EndFlags
           initialize CourseCounts
           initialize InstrCounts
           initialize TermCounts
           initialize DistWork
           move zero to PageNumber
           move zero to LineCount
           ACCEPT RunDateYMD FROM DATE YYYYMMDD
           DISPLAY "Enter term (e.g. 2026FA, blank = current): "
               WITH NO ADVANCING
           ACCEPT WantedTerm
           if WantedTerm = spaces
               call "CurrentTerm" using WantedTerm
           end-if
           move "grddist" to rptbasename
           call "ReportGen" using rptarea
           move rptfilename to DistFileName
           open output distfile
           if not DistStatusOK
               DISPLAY DistFileName " will not open - status "
                   DistFileStatus ". No report produced."
               set JournalError to true
           else
               sort sortworkfile
                   on ascending key sortinstrid sortcoursecode
                   input procedure is SelectGrades
                   output procedure is WriteDistReport
               close distfile
               DISPLAY TrmGraded " grade(s) for " WantedTerm
                   " - report on " DistFileName
           end-if
           set JournalEnd to true
           move TrmGraded to jrnlreads
           call "RunJournal" using jrnlarea
           goback.

      *Every grade in the term goes to the sort under the instructor
      *assigned to its course that term. No teaching file yet means
      *every grade goes under NONE.
       SelectGrades.
           open input teachfile
           if TeachStatusOK
               set TeachingOnFile to true
           end-if
           open input gradefile
           evaluate true
               when GradeStatusOK
                   perform ReadGrade
                   perform until AllGradesRead
                       if gradeterm = WantedTerm
                               and not GradeWithdrawn
                           perform ReleaseGrade
                       end-if
                       perform ReadGrade
                   end-perform
                   close gradefile
               when GradeStatusNotFnd
                   DISPLAY "grades.dat not found - no grades."
               when other
                   DISPLAY "grades.dat will not open - status "
                       GradeFileStatus
                   set JournalError to true
           end-evaluate
           if TeachingOnFile
               close teachfile
           end-if.

       ReadGrade.
           read gradefile next record
               at end set AllGradesRead to true
           end-read
           if not AllGradesRead and not GradeStatusOK
               DISPLAY "grades.dat record read error - status "
                   GradeFileStatus
               set AllGradesRead to true
               set JournalError to true
           end-if.

       ReleaseGrade.
           move "NONE" to sortinstrid
           if TeachingOnFile
               move gradecoursecode to teachcoursecode
               move gradeterm to teachterm
               read teachfile
                   invalid key
                       continue
                   not invalid key
                       move teachinstrid to sortinstrid
               end-read
           end-if
           move gradecoursecode to sortcoursecode
           move grademarks to sortmarks
           move gradeletter to sortletter
           move gradepassflag to sortpassflag
           release sortrec.

       WriteDistReport.
           open input instrfile
           if InstrStatusOK
               set InstructorsOnFile to true
           end-if
           perform WriteHeading
           perform until AllSorted
               return sortworkfile
                   at end set AllSorted to true
                   not at end perform CountSortedGrade
               end-return
           end-perform
           if PriorInstrId not = spaces
               perform WriteCourseLine
               perform WriteInstrTotal
           end-if
           perform WriteTermTotal
           if InstructorsOnFile
               close instrfile
           end-if.

       CountSortedGrade.
           evaluate true
               when sortinstrid not = PriorInstrId
                   if PriorInstrId not = spaces
                       perform WriteCourseLine
                       perform WriteInstrTotal
                   end-if
                   perform StartInstructor
                   perform StartCourse
               when sortcoursecode not = PriorCourseCode
                   perform WriteCourseLine
                   perform StartCourse
               when other
                   continue
           end-evaluate
           evaluate sortletter
               when "A"
                   move 1 to LetterSlot
               when "B"
                   move 2 to LetterSlot
               when "C"
                   move 3 to LetterSlot
               when "D"
                   move 4 to LetterSlot
               when "F"
                   move 5 to LetterSlot
               when other
                   move 6 to LetterSlot
           end-evaluate
           add 1 to CrsLetterCount (LetterSlot)
           add 1 to InsLetterCount (LetterSlot)
           add 1 to TrmLetterCount (LetterSlot)
           add 1 to CrsGraded InsGraded TrmGraded
           add sortmarks to CrsMarksTotal InsMarksTotal TrmMarksTotal
           if SortPassed
               add 1 to CrsPassed InsPassed TrmPassed
           end-if.

      *An instructor deleted since the assignment was made still
      *prints, with no name.
       StartInstructor.
           move sortinstrid to PriorInstrId
           initialize InstrCounts
           add 1 to InstrCount
           move sortinstrid to IlInstrId
           move spaces to IlInstrName
           if sortinstrid = "NONE"
               move "no instructor assigned" to IlInstrName
           else
               if InstructorsOnFile
                   move sortinstrid to instrid
                   read instrfile
                       invalid key
                           move all "?" to IlInstrName
                       not invalid key
                           move instrname to IlInstrName
                   end-read
               end-if
           end-if
           if LineCount + 3 > LinesPerPage
               perform WriteHeading
           end-if
           move InstructorLine to PrintLine
           perform WriteReportLine.

       StartCourse.
           move sortcoursecode to PriorCourseCode
           initialize CourseCounts.

       WriteCourseLine.
           move CourseCounts to LineCounts
           move PriorInstrId to DlInstrId
           move PriorCourseCode to DlCourseCode
           perform WriteCountsLine.

       WriteInstrTotal.
           move InstrCounts to LineCounts
           move spaces to DlInstrId
           move "total" to DlCourseCode
           perform WriteCountsLine
           move spaces to PrintLine
           perform WriteReportLine.

       WriteTermTotal.
           move TermCounts to LineCounts
           move "TERM" to DlInstrId
           move "total" to DlCourseCode
           perform WriteCountsLine.

      *Pass rate and average are worked off the level in LineCounts.
      *A level only exists because a grade arrived, but the guard
      *keeps an empty term total from dividing by zero.
       WriteCountsLine.
           perform MoveLetterCount
               varying LetterIdx from 1 by 1
               until LetterIdx > 6
           move LinGraded to DlGraded
           if LinGraded = zero
               move zero to PassRate
               move zero to AverageMark
           else
               compute PassRate rounded =
                   LinPassed * 100 / LinGraded
               compute AverageMark rounded =
                   LinMarksTotal / LinGraded
           end-if
           move PassRate to DlPassRate
           move AverageMark to DlAverage
           move CountsLine to PrintLine
           perform WriteReportLine.

       MoveLetterCount.
           move LinLetterCount (LetterIdx)
               to DlLetterCount (LetterIdx).

       WriteReportLine.
           if LineCount >= LinesPerPage
               perform WriteHeading
           end-if
           write distline from PrintLine
           perform CheckDistWriteStatus
           add 1 to LineCount.

       WriteHeading.
           add 1 to PageNumber
           move WantedTerm to HeadTerm
           move RunDateYMD to HeadRunDate
           move PageNumber to HeadPageNumber
           write distline from HeadingLine1
           perform CheckDistWriteStatus
           write distline from HeadingLine2
           perform CheckDistWriteStatus
           move 2 to LineCount.

      *Called after every WRITE. A lost report line is a warning,
      *not a reason to stop the report.
       CheckDistWriteStatus.
           if not DistStatusOK
               DISPLAY DistFileName " write error - status "
                   DistFileStatus
           end-if.
