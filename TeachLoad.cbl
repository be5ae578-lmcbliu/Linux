       identification division.
       program-id. TeachLoad.
       Author. Bo Liu.
      *Teaching-load report for a keyed term. Every teaching
      *assignment for the term is sorted by instructor then course
      *and printed with the course's credit hours off the course
      *master and its headcount - the active enrollments on the
      *enrollment master - with a total for each instructor set
      *against the maximum credit load on their instructor record,
      *flagged when it is over. A course with no assignment for the
      *term does not appear.

       Environment division.
       input-output section.
       file-control.
           select teachfile assign to "C:\Cobol\teaching.dat"
               organization is indexed
               access mode is sequential
               record key is teachkey
               file status is TeachFileStatus.
           select instrfile assign to "C:\Cobol\instruct.dat"
               organization is indexed
               access mode is random
               record key is instrid
               file status is InstrFileStatus.
           select coursefile assign to "C:\Cobol\courses.dat"
               organization is indexed
               access mode is random
               record key is coursemastercode
               file status is CourseFileStatus.
           select enrollfile assign to "C:\Cobol\enroll.dat"
               organization is indexed
               access mode is sequential
               record key is enrollkey
               file status is EnrollFileStatus.
           select sortworkfile assign to "sortwork.tmp".
      *The report name is handed out by ReportGen - each run gets a
      *dated generation instead of destroying the last one - so the
      *assignment must be dynamic.
           select loadfile assign to dynamic LoadFileName
               organization is line sequential
               file status is LoadFileStatus.

       Data division.
       file section.
       FD teachfile.
           COPY TEACHING.

       FD instrfile.
           COPY INSTRUCT.

       FD coursefile.
           COPY COURSES.

       FD enrollfile.
           COPY ENROLL.

       SD sortworkfile.
       01 sortrec.
           05 sortinstrid       pic x(6).
           05 sortcoursecode    pic x(4).
           05 sorthours         pic 9(2).
           05 sortheadcount     pic 9(5).

       FD loadfile.
       01 loadline              pic x(70).

       Working-storage section.
       01 TeachFileStatus       pic xx.
           88 TeachStatusOK     value "00".
           88 TeachStatusNotFnd value "35".

       01 InstrFileStatus       pic xx.
           88 InstrStatusOK     value "00".
           88 InstrStatusNotFnd value "35".

       01 CourseFileStatus      pic xx.
           88 CourseStatusOK    value "00".
           88 CourseStatusNotFnd value "35".

       01 EnrollFileStatus      pic xx.
           88 EnrollStatusOK    value "00".
           88 EnrollStatusNotFnd value "35".

       01 LoadFileStatus        pic xx.
           88 LoadStatusOK      value "00".

       01 LoadFileName          pic x(30).

           COPY RPTAREA.

       01 EndFlags.
           05 EndOfTeaching     pic x value "N".
               88 AllTeachingRead value "Y".
           05 EndOfEnrollments  pic x value "N".
               88 AllEnrollmentsRead value "Y".
           05 SortDone          pic x value "N".
               88 AllSorted     value "Y".

      *The term asked for - blank is the current one.
       01 WantedTerm            pic x(6).

      *Headcount per course for the term, built in one pass of the
      *enrollment master before the assignments are sorted.
       01 HeadcountTable.
           05 HcCount           pic 9(3) value zero.
           05 HcEntry           occurs 200 times
                                 indexed by HcIdx.
               10 HcCourseCode  pic x(4).
               10 HcStudents    pic 9(5).

       01 LoadWork.
           05 PriorInstrId      pic x(6) value spaces.
           05 InstrHours        pic 9(3) value zero.
           05 InstrStudents     pic 9(5) value zero.
           05 InstrCourses      pic 9(3) value zero.
           05 InstrMaxHeld      pic 9(2) value zero.
           05 InstrCount        pic 9(5) value zero.
           05 OverloadCount     pic 9(5) value zero.
           05 TotalHours        pic 9(5) value zero.
           05 TotalStudents     pic 9(7) value zero.
           05 AssignmentsRead   pic 9(7) value zero.

       01 RunDateYMD            pic 9(8).

      *Every body line is built here and written through the one
      *paragraph that knows when a page is full.
       01 PrintLine             pic x(70).

       01 PageNumber            pic 9(3) value zero.
       01 LineCount             pic 9(3) value zero.
       01 LinesPerPage          pic 9(3) value 20.

       01 HeadingLine1.
           05 filler            pic x(16) value "Teaching Load - ".
           05 filler            pic x(5) value "Term ".
           05 HeadTerm          pic x(6).
           05 filler            pic x(6) value " Date ".
           05 HeadRunDate       pic 9(8).
           05 filler            pic x(8) value "   Page ".
           05 HeadPageNumber    pic zz9.

       01 HeadingLine2  pic x(40)
           value "Course Title          Hours Students".

       01 InstructorLine.
           05 filler            pic x(11) value "Instructor ".
           05 IlInstrId         pic x(6).
           05 filler            pic x value space.
           05 IlInstrName       pic x(30).
           05 filler            pic x value space.
           05 IlInstrDept       pic x(4).

       01 DetailLine.
           05 DetCourseCode     pic x(4).
           05 filler            pic x(3) value space.
           05 DetCourseTitle    pic x(20).
           05 filler            pic x value space.
           05 DetHours          pic z9.
           05 filler            pic x(4) value space.
           05 DetHeadcount      pic zzzz9.

       01 InstrTotalLine.
           05 filler            pic x(14) value "  Load .......".
           05 ItlCourses        pic zz9.
           05 filler            pic x(10) value " course(s)".
           05 ItlHours          pic zz9.
           05 filler            pic x(8) value " hrs of ".
           05 ItlMaxLoad        pic z9.
           05 filler            pic x(5) value " max ".
           05 ItlStudents       pic zzzz9.
           05 filler            pic x(5) value " stud".
           05 ItlFlag           pic x(13).

       01 GrandTotalLine.
           05 filler            pic x(15) value "All instructors".
           05 GtlInstructors    pic zzzz9.
           05 filler            pic x(8) value "  hours ".
           05 GtlHours          pic zzzz9.
           05 filler            pic x(11) value "  students ".
           05 GtlStudents       pic zzzzzz9.
           05 filler            pic x(7) value "  over ".
           05 GtlOverloads      pic zzzz9.

           COPY JRNLAREA.

       Procedure division.
       begin.
           initialize jrnlarea
           move "TeachLoad" to jrnlprogram
           set JournalStart to true
           call "RunJournal" using jrnlarea
           set JournalClean to true
      *    A called program keeps its working storage between calls,
      *    so every piece of run state is reset here - a second run
      *    from the menu must not see the first run's totals.
           initialize EndFlags
           initialize HeadcountTable
           initialize LoadWork
           move zero to PageNumber
           move zero to LineCount
           ACCEPT RunDateYMD FROM DATE YYYYMMDD
           DISPLAY "Enter term (e.g. 2026FA, blank = current): "
               WITH NO ADVANCING
           ACCEPT WantedTerm
           if WantedTerm = spaces
               call "CurrentTerm" using WantedTerm
           end-if
           open input coursefile
           perform CheckCourseOpenStatus
           if CourseStatusOK
               open input instrfile
               perform CheckInstrOpenStatus
               if InstrStatusOK
                   perform CountHeadcounts
                   perform ProduceLoadReport
                   close instrfile
               end-if
               close coursefile
           end-if
           set JournalEnd to true
           move AssignmentsRead to jrnlreads
           call "RunJournal" using jrnlarea
           goback.

       ProduceLoadReport.
           move "tchload" to rptbasename
           call "ReportGen" using rptarea
           move rptfilename to LoadFileName
           open output loadfile
           if not LoadStatusOK
               DISPLAY LoadFileName " will not open - status "
                   LoadFileStatus ". No report produced."
               set JournalError to true
           else
               sort sortworkfile
                   on ascending key sortinstrid sortcoursecode
                   input procedure is SelectAssignments
                   output procedure is WriteLoadReport
               close loadfile
               DISPLAY InstrCount " instructor(s) reported for "
                   WantedTerm " - report on " LoadFileName
           end-if.

      *One pass of the enrollment master - every active enrollment
      *in the term adds one to its course's headcount. No enrollment
      *master yet means every course has nobody on it.
       CountHeadcounts.
           open input enrollfile
           if EnrollStatusOK
               perform ReadEnrollment
               perform until AllEnrollmentsRead
                   if enrterm = WantedTerm and EnrollActive
                       perform AddToHeadcount
                   end-if
                   perform ReadEnrollment
               end-perform
               close enrollfile
           else
               if not EnrollStatusNotFnd
                   DISPLAY "enroll.dat will not open - status "
                       EnrollFileStatus ". Headcounts shown as zero."
               end-if
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

      *One slot per course seen - the boundary WHEN comes first so
      *the compare never reaches an unopened slot, as DemoStats
      *counts its ethnicity values.
       AddToHeadcount.
           set HcIdx to 1
           search HcEntry
               at end
                   DISPLAY "Headcount table full - course "
                       enrcoursecode " not counted."
               when HcIdx > HcCount
                   add 1 to HcCount
                   move enrcoursecode to HcCourseCode (HcIdx)
                   move 1 to HcStudents (HcIdx)
               when HcCourseCode (HcIdx) = enrcoursecode
                   add 1 to HcStudents (HcIdx)
           end-search.

      *Every assignment in the term goes to the sort with its
      *course's credit hours and headcount. A course missing from
      *the master still goes, at zero hours, so the assignment is
      *not lost from the report.
       SelectAssignments.
           open input teachfile
           evaluate true
               when TeachStatusOK
                   perform ReadAssignment
                   perform until AllTeachingRead
                       if teachterm = WantedTerm
                           perform ReleaseAssignment
                       end-if
                       perform ReadAssignment
                   end-perform
                   close teachfile
               when TeachStatusNotFnd
                   DISPLAY "teaching.dat not found - no assignments."
               when other
                   DISPLAY "teaching.dat will not open - status "
                       TeachFileStatus
                   set JournalError to true
           end-evaluate.

       ReadAssignment.
           read teachfile next record
               at end set AllTeachingRead to true
           end-read
           if not AllTeachingRead and not TeachStatusOK
               DISPLAY "teaching.dat record read error - status "
                   TeachFileStatus
               set AllTeachingRead to true
               set JournalError to true
           end-if.

       ReleaseAssignment.
           add 1 to AssignmentsRead
           move teachinstrid to sortinstrid
           move teachcoursecode to sortcoursecode
           move teachcoursecode to coursemastercode
           read coursefile
               invalid key
                   move zero to sorthours
               not invalid key
                   move coursecredithours to sorthours
           end-read
           move zero to sortheadcount
           set HcIdx to 1
           search HcEntry
               at end
                   continue
               when HcIdx > HcCount
                   continue
               when HcCourseCode (HcIdx) = teachcoursecode
                   move HcStudents (HcIdx) to sortheadcount
           end-search
           release sortrec.

       WriteLoadReport.
           perform WriteHeading
           perform until AllSorted
               return sortworkfile
                   at end set AllSorted to true
                   not at end perform ProcessSortedAssignment
               end-return
           end-perform
           if PriorInstrId not = spaces
               perform WriteInstrTotal
           end-if
           perform WriteGrandTotal.

       ProcessSortedAssignment.
           if sortinstrid not = PriorInstrId
               if PriorInstrId not = spaces
                   perform WriteInstrTotal
               end-if
               perform StartInstructor
           end-if
           move sortcoursecode to DetCourseCode
           move sortcoursecode to coursemastercode
           read coursefile
               invalid key
                   move all "?" to DetCourseTitle
               not invalid key
                   move coursetitle to DetCourseTitle
           end-read
           move sorthours to DetHours
           move sortheadcount to DetHeadcount
           move DetailLine to PrintLine
           perform WriteReportLine
           add 1 to InstrCourses
           add sorthours to InstrHours
           add sortheadcount to InstrStudents.

      *An instructor deleted since the assignment was made still
      *prints, flagged, with no maximum to be held to.
       StartInstructor.
           move sortinstrid to PriorInstrId
           move zero to InstrHours
           move zero to InstrStudents
           move zero to InstrCourses
           add 1 to InstrCount
           move sortinstrid to instrid
           read instrfile
               invalid key
                   move all "?" to IlInstrName
                   move spaces to IlInstrDept
                   move zero to InstrMaxHeld
               not invalid key
                   move instrname to IlInstrName
                   move instrdept to IlInstrDept
                   move instrmaxload to InstrMaxHeld
           end-read
           move sortinstrid to IlInstrId
           if LineCount + 3 > LinesPerPage
               perform WriteHeading
           end-if
           move InstructorLine to PrintLine
           perform WriteReportLine.

       WriteInstrTotal.
           move InstrCourses to ItlCourses
           move InstrHours to ItlHours
           move InstrMaxHeld to ItlMaxLoad
           move InstrStudents to ItlStudents
           if InstrHours > InstrMaxHeld
               move " OVER MAXIMUM" to ItlFlag
               add 1 to OverloadCount
           else
               move spaces to ItlFlag
           end-if
           move InstrTotalLine to PrintLine
           perform WriteReportLine
           move spaces to PrintLine
           perform WriteReportLine
           add InstrHours to TotalHours
           add InstrStudents to TotalStudents.

       WriteGrandTotal.
           move InstrCount to GtlInstructors
           move TotalHours to GtlHours
           move TotalStudents to GtlStudents
           move OverloadCount to GtlOverloads
           move GrandTotalLine to PrintLine
           perform WriteReportLine.

       WriteReportLine.
           if LineCount >= LinesPerPage
               perform WriteHeading
           end-if
           write loadline from PrintLine
           perform CheckLoadWriteStatus
           add 1 to LineCount.

       WriteHeading.
           add 1 to PageNumber
           move WantedTerm to HeadTerm
           move RunDateYMD to HeadRunDate
           move PageNumber to HeadPageNumber
           write loadline from HeadingLine1
           perform CheckLoadWriteStatus
           write loadline from HeadingLine2
           perform CheckLoadWriteStatus
           move 2 to LineCount.

      *Called after every WRITE. A lost report line is a warning,
      *not a reason to stop the report.
       CheckLoadWriteStatus.
           if not LoadStatusOK
               DISPLAY LoadFileName " write error - status "
                   LoadFileStatus
           end-if.

      *Gives the operator a plain-English message instead of letting
      *a missing or busy master file abend the run.
       CheckCourseOpenStatus.
           evaluate true
               when CourseStatusOK
                   continue
               when CourseStatusNotFnd
                   DISPLAY "courses.dat not found - no report."
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
                   DISPLAY "instruct.dat not found - no report."
                   set JournalError to true
               when other
                   DISPLAY "instruct.dat will not open - status "
                       InstrFileStatus
                   set JournalError to true
           end-evaluate.
