       identification division.
       program-id. TimeClash.
       Author. Bo Liu.
      *Scheduling run for a keyed term. Every meeting on the class
      *timetable for the term is loaded with its room's seats, its
      *course's maximum enrollment and the instructor assigned to
      *teach it, and four kinds of problem are listed:
      *  ROOM    - two meetings in one room at overlapping times,
      *  SEATS   - a course whose maximum enrollment is more than
      *            the seats in a room it meets in,
      *  INSTR   - one instructor teaching two different courses at
      *            overlapping times,
      *  STUDENT - a student actively enrolled on two courses that
      *            meet at overlapping times.
      *Two meetings overlap when they are on the same day and each
      *starts before the other ends, so a class ending at 10:00 and
      *one starting at 10:00 do not clash. A course with no maximum
      *is never short of seats. Nothing is changed - the
      *timetablers fix what is listed and run it again.

       Environment division.
       input-output section.
       file-control.
           select timefile assign to "C:\Cobol\timetab.dat"
               organization is indexed
               access mode is sequential
               record key is timekey
               file status is TimeFileStatus.
           select roomfile assign to "C:\Cobol\rooms.dat"
               organization is indexed
               access mode is random
               record key is roomid
               file status is RoomFileStatus.
           select coursefile assign to "C:\Cobol\courses.dat"
               organization is indexed
               access mode is random
               record key is coursemastercode
               file status is CourseFileStatus.
           select teachfile assign to "C:\Cobol\teaching.dat"
               organization is indexed
               access mode is random
               record key is teachkey
               file status is TeachFileStatus.
           select enrollfile assign to "C:\Cobol\enroll.dat"
               organization is indexed
               access mode is sequential
               record key is enrollkey
               file status is EnrollFileStatus.
      *The report name is handed out by ReportGen - each run gets a
      *dated generation instead of destroying the last one - so the
      *assignment must be dynamic.
           select clashfile assign to dynamic ClashFileName
               organization is line sequential
               file status is ClashFileStatus.

       Data division.
       file section.
       FD timefile.
           COPY TIMETAB.

       FD roomfile.
           COPY ROOMS.

       FD coursefile.
           COPY COURSES.

       FD teachfile.
           COPY TEACHING.

       FD enrollfile.
           COPY ENROLL.

       FD clashfile.
       01 clashline             pic x(70).

       Working-storage section.
       01 TimeFileStatus        pic xx.
           88 TimeStatusOK      value "00".
           88 TimeStatusNotFnd  value "35".

       01 RoomFileStatus        pic xx.
           88 RoomStatusOK      value "00".
           88 RoomStatusNotFnd  value "35".

       01 CourseFileStatus      pic xx.
           88 CourseStatusOK    value "00".
           88 CourseStatusNotFnd value "35".

       01 TeachFileStatus       pic xx.
           88 TeachStatusOK     value "00".

       01 EnrollFileStatus      pic xx.
           88 EnrollStatusOK    value "00".
           88 EnrollStatusNotFnd value "35".

       01 ClashFileStatus       pic xx.
           88 ClashStatusOK     value "00".

       01 ClashFileName         pic x(30).

           COPY RPTAREA.

       01 EndFlags.
           05 EndOfTimetable    pic x value "N".
               88 AllTimetableRead value "Y".
           05 EndOfEnrollments  pic x value "N".
               88 AllEnrollmentsRead value "Y".
           05 TeachOpenFlag     pic x value "N".
               88 TeachIsOpen   value "Y".

      *The term asked for - blank is the current one.
       01 WantedTerm            pic x(6).

      *Every meeting in the term, loaded in one pass of the
      *timetable. Times are held as HHMM, which compare in the same
      *order as the times themselves.
       01 MeetingTable.
           05 MtCount           pic 9(4) value zero.
           05 MtEntry           occurs 1000 times.
               10 MtCourseCode  pic x(4).
               10 MtDay         pic 9.
               10 MtStart       pic 9(4).
               10 MtStartParts redefines MtStart.
                   15 MtStartHH pic 9(2).
                   15 MtStartMM pic 9(2).
               10 MtEnd         pic 9(4).
               10 MtEndParts redefines MtEnd.
                   15 MtEndHH   pic 9(2).
                   15 MtEndMM   pic 9(2).
               10 MtRoom        pic x(6).
               10 MtSeats       pic 9(3).
               10 MtInstrId     pic x(6).
               10 MtMaxEnroll   pic 9(3).

      *The courses one student is actively on in the term, and the
      *meetings of those courses, gathered at each student break.
       01 StudentWork.
           05 PriorStudentId    pic 9(7) value zero.
           05 ScCount           pic 9(3) value zero.
           05 ScCourseCode      pic x(4) occurs 30 times.
           05 SmCount           pic 9(3) value zero.
           05 SmMeeting         pic 9(4) occurs 100 times.
           05 CourseFoundFlag   pic x.
               88 CourseFound   value "Y".

      *Subscripts for the pair loops - as Standing walks its table.
       01 PairWork.
           05 PairI             pic 9(4).
           05 PairJ             pic 9(4).
           05 PairFirstJ        pic 9(4).
           05 ScIdx             pic 9(3).
           05 SmI               pic 9(3).
           05 SmJ               pic 9(3).
           05 SmFirstJ          pic 9(3).
           05 OverlapFlag       pic x.
               88 MeetingsOverlap value "Y".

       01 ClashCounts.
           05 RoomClashCount    pic 9(5) value zero.
           05 SeatsShortCount   pic 9(5) value zero.
           05 InstrClashCount   pic 9(5) value zero.
           05 StudentClashCount pic 9(5) value zero.
           05 MeetingsRead      pic 9(7) value zero.

      *Monday first, three letters a day.
       01 DayNameValues         pic x(21)
           value "MonTueWedThuFriSatSun".
       01 DayNameTable redefines DayNameValues.
           05 DayName           pic x(3) occurs 7 times.

       01 RunDateYMD            pic 9(8).

      *Every body line is built here and written through the one
      *paragraph that knows when a page is full.
       01 PrintLine             pic x(70).

       01 PageNumber            pic 9(3) value zero.
       01 LineCount             pic 9(3) value zero.
       01 LinesPerPage          pic 9(3) value 20.

       01 HeadingLine1.
           05 filler            pic x(18)
               value "Timetable Clashes ".
           05 filler            pic x(5) value "Term ".
           05 HeadTerm          pic x(6).
           05 filler            pic x(6) value " Date ".
           05 HeadRunDate       pic 9(8).
           05 filler            pic x(8) value "   Page ".
           05 HeadPageNumber    pic zz9.

       01 HeadingLine2  pic x(58)
           value "Kind    Who     Day Course Time        Course Time".

       01 PairLine.
           05 ClKind            pic x(8).
           05 ClWho             pic x(8).
           05 ClDay             pic x(3).
           05 filler            pic x value space.
           05 ClCourseA         pic x(4).
           05 filler            pic x(3) value space.
           05 ClTimeA.
               10 ClStartHHA    pic 9(2).
               10 filler        pic x value ":".
               10 ClStartMMA    pic 9(2).
               10 filler        pic x value "-".
               10 ClEndHHA      pic 9(2).
               10 filler        pic x value ":".
               10 ClEndMMA      pic 9(2).
           05 filler            pic x value space.
           05 ClCourseB         pic x(4).
           05 filler            pic x(3) value space.
           05 ClTimeB.
               10 ClStartHHB    pic 9(2).
               10 filler        pic x value ":".
               10 ClStartMMB    pic 9(2).
               10 filler        pic x value "-".
               10 ClEndHHB      pic 9(2).
               10 filler        pic x value ":".
               10 ClEndMMB      pic 9(2).

       01 SeatsLine.
           05 filler            pic x(8) value "SEATS".
           05 SlRoom            pic x(8).
           05 SlDay             pic x(3).
           05 filler            pic x value space.
           05 SlCourse          pic x(4).
           05 filler            pic x(6) value " max ".
           05 SlMaxEnroll       pic zz9.
           05 filler            pic x(8) value "  seats ".
           05 SlSeats           pic zz9.

       01 SummaryLine.
           05 SumLabel          pic x(30).
           05 SumCount          pic zzzz9.

           COPY JRNLAREA.

       Procedure division.
       begin.
           initialize jrnlarea
           move "TimeClash" to jrnlprogram
           set JournalStart to true
           call "RunJournal" using jrnlarea
           set JournalClean to true
      *    A called program keeps its working storage between calls,
      *    so every piece of run state is reset here - a second run
      *    from the menu must not see the first run's meetings.
           initialize EndFlags
           initialize MeetingTable
           initialize StudentWork
           initialize ClashCounts
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
               open input roomfile
               perform CheckRoomOpenStatus
               if RoomStatusOK
                   perform LoadMeetings
                   close roomfile
               end-if
               close coursefile
           end-if
           if MtCount > zero
               perform ProduceClashReport
           else
               if CourseStatusOK and RoomStatusOK
                   DISPLAY "No meetings timetabled for " WantedTerm
                       " - nothing to check."
               end-if
           end-if
           set JournalEnd to true
           move MeetingsRead to jrnlreads
           call "RunJournal" using jrnlarea
           goback.

      *One pass of the timetable. Each meeting in the term takes its
      *room's seats, its course's maximum and its instructor with it
      *into the table, so the checks need no more file reads. No
      *teaching assignments yet just means no instructor clashes.
       LoadMeetings.
           open input teachfile
           if TeachStatusOK
               set TeachIsOpen to true
           end-if
           open input timefile
           evaluate true
               when TimeStatusOK
                   perform ReadMeeting
                   perform until AllTimetableRead
                       if timeterm = WantedTerm
                           perform LoadOneMeeting
                       end-if
                       perform ReadMeeting
                   end-perform
                   close timefile
               when TimeStatusNotFnd
                   DISPLAY "timetab.dat not found - no timetable."
               when other
                   DISPLAY "timetab.dat will not open - status "
                       TimeFileStatus
                   set JournalError to true
           end-evaluate
           if TeachIsOpen
               close teachfile
           end-if.

       ReadMeeting.
           read timefile next record
               at end set AllTimetableRead to true
           end-read
           if not AllTimetableRead and not TimeStatusOK
               DISPLAY "timetab.dat record read error - status "
                   TimeFileStatus
               set AllTimetableRead to true
               set JournalError to true
           end-if.

       LoadOneMeeting.
           add 1 to MeetingsRead
           if MtCount >= 1000
               DISPLAY "Meeting table full - " timecoursecode
                   " meeting not checked."
           else
               add 1 to MtCount
               move timecoursecode to MtCourseCode (MtCount)
               move timeday to MtDay (MtCount)
               move timestart to MtStart (MtCount)
               move timeend to MtEnd (MtCount)
               move timeroom to MtRoom (MtCount)
               move timeroom to roomid
               read roomfile
                   invalid key
                       move zero to MtSeats (MtCount)
                   not invalid key
                       move roomseats to MtSeats (MtCount)
               end-read
               move timecoursecode to coursemastercode
               read coursefile
                   invalid key
                       move zero to MtMaxEnroll (MtCount)
                   not invalid key
                       move coursemaxenroll to MtMaxEnroll (MtCount)
               end-read
               move spaces to MtInstrId (MtCount)
               if TeachIsOpen
                   move timecoursecode to teachcoursecode
                   move WantedTerm to teachterm
                   read teachfile
                       invalid key
                           continue
                       not invalid key
                           move teachinstrid to MtInstrId (MtCount)
                   end-read
               end-if
           end-if.

       ProduceClashReport.
           move "clashrpt" to rptbasename
           call "ReportGen" using rptarea
           move rptfilename to ClashFileName
           open output clashfile
           if not ClashStatusOK
               DISPLAY ClashFileName " will not open - status "
                   ClashFileStatus ". No report produced."
               set JournalError to true
           else
               perform WriteHeading
               perform CheckRoomClashes
               perform CheckSeats
               perform CheckInstrClashes
               perform CheckStudentClashes
               perform WriteSummary
               close clashfile
               DISPLAY MtCount " meeting(s) checked for " WantedTerm
                   " - report on " ClashFileName
           end-if.

      *Every pair of meetings is looked at once - the inner loop
      *starts one past the outer.
       CheckRoomClashes.
           perform CheckRoomsFrom
               varying PairI from 1 by 1
               until PairI > MtCount.

       CheckRoomsFrom.
           compute PairFirstJ = PairI + 1
           perform CheckOneRoomPair
               varying PairJ from PairFirstJ by 1
               until PairJ > MtCount.

       CheckOneRoomPair.
           if MtRoom (PairI) = MtRoom (PairJ)
               perform TestOverlap
               if MeetingsOverlap
                   add 1 to RoomClashCount
                   move "ROOM" to ClKind
                   move MtRoom (PairI) to ClWho
                   perform WritePairLine
               end-if
           end-if.

       CheckSeats.
           perform CheckOneMeetingSeats
               varying PairI from 1 by 1
               until PairI > MtCount.

       CheckOneMeetingSeats.
           if MtMaxEnroll (PairI) > MtSeats (PairI)
               add 1 to SeatsShortCount
               move MtRoom (PairI) to SlRoom
               move DayName (MtDay (PairI)) to SlDay
               move MtCourseCode (PairI) to SlCourse
               move MtMaxEnroll (PairI) to SlMaxEnroll
               move MtSeats (PairI) to SlSeats
               move SeatsLine to PrintLine
               perform WriteReportLine
           end-if.

       CheckInstrClashes.
           perform CheckInstrsFrom
               varying PairI from 1 by 1
               until PairI > MtCount.

       CheckInstrsFrom.
           compute PairFirstJ = PairI + 1
           perform CheckOneInstrPair
               varying PairJ from PairFirstJ by 1
               until PairJ > MtCount.

      *Two meetings of the one course are the same class, so only
      *different courses count against the instructor.
       CheckOneInstrPair.
           if MtInstrId (PairI) not = spaces
                   and MtInstrId (PairI) = MtInstrId (PairJ)
                   and MtCourseCode (PairI) not = MtCourseCode (PairJ)
               perform TestOverlap
               if MeetingsOverlap
                   add 1 to InstrClashCount
                   move "INSTR" to ClKind
                   move MtInstrId (PairI) to ClWho
                   perform WritePairLine
               end-if
           end-if.

      *enroll.dat is keyed on student first, so one sequential pass
      *hands over each student's enrollments together. The student's
      *active courses in the term are gathered and checked at each
      *change of student. No enrollment master means no students to
      *clash.
       CheckStudentClashes.
           open input enrollfile
           if EnrollStatusOK
               perform ReadEnrollment
               perform until AllEnrollmentsRead
                   if enrstudentid not = PriorStudentId
                       perform CheckOneStudent
                       move enrstudentid to PriorStudentId
                       move zero to ScCount
                   end-if
                   if enrterm = WantedTerm and EnrollActive
                       perform AddStudentCourse
                   end-if
                   perform ReadEnrollment
               end-perform
               perform CheckOneStudent
               close enrollfile
           else
               if not EnrollStatusNotFnd
                   DISPLAY "enroll.dat will not open - status "
                       EnrollFileStatus ". Students not checked."
                   set JournalError to true
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

       AddStudentCourse.
           if ScCount < 30
               add 1 to ScCount
               move enrcoursecode to ScCourseCode (ScCount)
           end-if.

      *Only a student on two or more courses can clash. Their
      *courses' meetings are picked out of the table, then every
      *pair from different courses is tested.
       CheckOneStudent.
           if ScCount > 1
               move zero to SmCount
               perform PickStudentMeeting
                   varying PairI from 1 by 1
                   until PairI > MtCount
               perform CheckStudentFrom
                   varying SmI from 1 by 1
                   until SmI > SmCount
           end-if.

       PickStudentMeeting.
           move "N" to CourseFoundFlag
           perform MatchStudentCourse
               varying ScIdx from 1 by 1
               until ScIdx > ScCount or CourseFound
           if CourseFound and SmCount < 100
               add 1 to SmCount
               move PairI to SmMeeting (SmCount)
           end-if.

       MatchStudentCourse.
           if ScCourseCode (ScIdx) = MtCourseCode (PairI)
               set CourseFound to true
           end-if.

       CheckStudentFrom.
           compute SmFirstJ = SmI + 1
           perform CheckOneStudentPair
               varying SmJ from SmFirstJ by 1
               until SmJ > SmCount.

       CheckOneStudentPair.
           move SmMeeting (SmI) to PairI
           move SmMeeting (SmJ) to PairJ
           if MtCourseCode (PairI) not = MtCourseCode (PairJ)
               perform TestOverlap
               if MeetingsOverlap
                   add 1 to StudentClashCount
                   move "STUDENT" to ClKind
                   move PriorStudentId to ClWho
                   perform WritePairLine
               end-if
           end-if.

      *Same day, and each starts before the other ends.
       TestOverlap.
           move "N" to OverlapFlag
           if MtDay (PairI) = MtDay (PairJ)
                   and MtStart (PairI) < MtEnd (PairJ)
                   and MtStart (PairJ) < MtEnd (PairI)
               set MeetingsOverlap to true
           end-if.

       WritePairLine.
           move DayName (MtDay (PairI)) to ClDay
           move MtCourseCode (PairI) to ClCourseA
           move MtStartHH (PairI) to ClStartHHA
           move MtStartMM (PairI) to ClStartMMA
           move MtEndHH (PairI) to ClEndHHA
           move MtEndMM (PairI) to ClEndMMA
           move MtCourseCode (PairJ) to ClCourseB
           move MtStartHH (PairJ) to ClStartHHB
           move MtStartMM (PairJ) to ClStartMMB
           move MtEndHH (PairJ) to ClEndHHB
           move MtEndMM (PairJ) to ClEndMMB
           move PairLine to PrintLine
           perform WriteReportLine.

       WriteSummary.
           move spaces to PrintLine
           perform WriteReportLine
           move "Room clashes" to SumLabel
           move RoomClashCount to SumCount
           move SummaryLine to PrintLine
           perform WriteReportLine
           move "Courses short of seats" to SumLabel
           move SeatsShortCount to SumCount
           move SummaryLine to PrintLine
           perform WriteReportLine
           move "Instructors double-booked" to SumLabel
           move InstrClashCount to SumCount
           move SummaryLine to PrintLine
           perform WriteReportLine
           move "Student clashes" to SumLabel
           move StudentClashCount to SumCount
           move SummaryLine to PrintLine
           perform WriteReportLine
           DISPLAY "Room " RoomClashCount "  seats " SeatsShortCount
               "  instructor " InstrClashCount "  student "
               StudentClashCount.

       WriteReportLine.
           if LineCount >= LinesPerPage
               perform WriteHeading
           end-if
           write clashline from PrintLine
           perform CheckClashWriteStatus
           add 1 to LineCount.

       WriteHeading.
           add 1 to PageNumber
           move WantedTerm to HeadTerm
           move RunDateYMD to HeadRunDate
           move PageNumber to HeadPageNumber
           write clashline from HeadingLine1
           perform CheckClashWriteStatus
           write clashline from HeadingLine2
           perform CheckClashWriteStatus
           move 2 to LineCount.

      *Called after every WRITE. A lost report line is a warning,
      *not a reason to stop the report.
       CheckClashWriteStatus.
           if not ClashStatusOK
               DISPLAY ClashFileName " write error - status "
                   ClashFileStatus
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

       CheckRoomOpenStatus.
           evaluate true
               when RoomStatusOK
                   continue
               when RoomStatusNotFnd
                   DISPLAY "rooms.dat not found - no report."
                   set JournalError to true
               when other
                   DISPLAY "rooms.dat will not open - status "
                       RoomFileStatus
                   set JournalError to true
           end-evaluate.
