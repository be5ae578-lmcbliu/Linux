       identification division.
       program-id. RoomUse.
       Author. Bo Liu.
      *Room utilisation report for a keyed term. Every meeting on the
      *class timetable for the term is sorted by room, day and start
      *time and matched against the room master, so each room prints
      *with its seats, its meetings and the hours it is booked in a
      *week. Each meeting shows its course's headcount - the active
      *enrollments on the enrollment master - and the seat fill that
      *makes; the room's fill is its headcounts over its seats across
      *all its meetings. A room with nothing booked still prints, at
      *no hours, so the spare rooms show. A meeting in a room no
      *longer on the master prints with no seats, flagged.

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
               access mode is sequential
               record key is roomid
               file status is RoomFileStatus.
           select enrollfile assign to "C:\Cobol\enroll.dat"
               organization is indexed
               access mode is sequential
               record key is enrollkey
               file status is EnrollFileStatus.
           select sortworkfile assign to "sortwork.tmp".
      *The report name is handed out by ReportGen - each run gets a
      *dated generation instead of destroying the last one - so the
      *assignment must be dynamic.
           select usefile assign to dynamic UseFileName
               organization is line sequential
               file status is UseFileStatus.

       Data division.
       file section.
       FD timefile.
           COPY TIMETAB.

       FD roomfile.
           COPY ROOMS.

       FD enrollfile.
           COPY ENROLL.

       SD sortworkfile.
       01 sortrec.
           05 sortroom          pic x(6).
           05 sortday           pic 9.
           05 sortstart         pic 9(4).
           05 sortstartparts redefines sortstart.
               10 sortstarthh   pic 9(2).
               10 sortstartmm   pic 9(2).
           05 sortend           pic 9(4).
           05 sortendparts redefines sortend.
               10 sortendhh     pic 9(2).
               10 sortendmm     pic 9(2).
           05 sortcoursecode    pic x(4).
           05 sortheadcount     pic 9(5).

       FD usefile.
       01 useline               pic x(70).

       Working-storage section.
       01 TimeFileStatus        pic xx.
           88 TimeStatusOK      value "00".
           88 TimeStatusNotFnd  value "35".

       01 RoomFileStatus        pic xx.
           88 RoomStatusOK      value "00".
           88 RoomStatusNotFnd  value "35".

       01 EnrollFileStatus      pic xx.
           88 EnrollStatusOK    value "00".
           88 EnrollStatusNotFnd value "35".

       01 UseFileStatus         pic xx.
           88 UseStatusOK       value "00".

       01 UseFileName           pic x(30).

           COPY RPTAREA.

       01 EndFlags.
           05 EndOfTimetable    pic x value "N".
               88 AllTimetableRead value "Y".
           05 EndOfRooms        pic x value "N".
               88 AllRoomsRead  value "Y".
           05 EndOfEnrollments  pic x value "N".
               88 AllEnrollmentsRead value "Y".
           05 SortDone          pic x value "N".
               88 AllSorted     value "Y".

      *The term asked for - blank is the current one.
       01 WantedTerm            pic x(6).

      *Headcount per course for the term, built in one pass of the
      *enrollment master before the meetings are sorted.
       01 HeadcountTable.
           05 HcCount           pic 9(3) value zero.
           05 HcEntry           occurs 200 times
                                 indexed by HcIdx.
               10 HcCourseCode  pic x(4).
               10 HcStudents    pic 9(5).

       01 UseWork.
           05 PriorRoomId       pic x(6) value spaces.
           05 CatchUpRoomId     pic x(6).
           05 RoomSeatsHeld     pic 9(3) value zero.
           05 RoomMeetings      pic 9(3) value zero.
           05 RoomMinutes       pic 9(5) value zero.
           05 RoomStudents      pic 9(7) value zero.
           05 MeetingMinutes    pic 9(5) value zero.
           05 FillPercent       pic 9(4) value zero.
           05 RoomHours         pic 9(3)v9 value zero.
           05 RoomCount         pic 9(5) value zero.
           05 IdleRoomCount     pic 9(5) value zero.
           05 TotalMinutes      pic 9(7) value zero.
           05 TotalHours        pic 9(5)v9 value zero.
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
           05 filler            pic x(19)
               value "Room Utilisation - ".
           05 filler            pic x(5) value "Term ".
           05 HeadTerm          pic x(6).
           05 filler            pic x(6) value " Date ".
           05 HeadRunDate       pic 9(8).
           05 filler            pic x(8) value "   Page ".
           05 HeadPageNumber    pic zz9.

       01 HeadingLine2  pic x(40)
           value "  Day Time        Course Students  Fill".

       01 RoomLine.
           05 filler            pic x(5) value "Room ".
           05 RlRoomId          pic x(6).
           05 filler            pic x value space.
           05 RlRoomName        pic x(20).
           05 filler            pic x(7) value " seats ".
           05 RlSeats           pic zz9.
           05 RlFlag            pic x(12).

       01 DetailLine.
           05 filler            pic x(2) value space.
           05 DetDay            pic x(3).
           05 filler            pic x value space.
           05 DetStartHH        pic 9(2).
           05 filler            pic x value ":".
           05 DetStartMM        pic 9(2).
           05 filler            pic x value "-".
           05 DetEndHH          pic 9(2).
           05 filler            pic x value ":".
           05 DetEndMM          pic 9(2).
           05 filler            pic x value space.
           05 DetCourseCode     pic x(4).
           05 filler            pic x(5) value space.
           05 DetHeadcount      pic zzzz9.
           05 filler            pic x(2) value space.
           05 DetFill           pic zzz9.
           05 filler            pic x value "%".

       01 RoomTotalLine.
           05 filler            pic x(9) value "  Booked ".
           05 RtlHours          pic zz9.9.
           05 filler            pic x(13) value " hrs/week in ".
           05 RtlMeetings       pic zz9.
           05 filler            pic x(18)
               value " meeting(s)  fill ".
           05 RtlFill           pic zzz9.
           05 filler            pic x value "%".

       01 GrandTotalLine.
           05 filler            pic x(9) value "All rooms".
           05 GtlRooms          pic zzzz9.
           05 filler            pic x(8) value "  idle ".
           05 GtlIdle           pic zzzz9.
           05 filler            pic x(12) value "  meetings ".
           05 GtlMeetings       pic zzzzzz9.
           05 filler            pic x(8) value "  hours ".
           05 GtlHours          pic zzzz9.9.

           COPY JRNLAREA.

       Procedure division.
       begin.
           initialize jrnlarea
           move "RoomUse" to jrnlprogram
           set JournalStart to true
           call "RunJournal" using jrnlarea
           set JournalClean to true
      *    A called program keeps its working storage between calls,
      *    so every piece of run state is reset here - a second run
      *    from the menu must not see the first run's totals.
           initialize EndFlags
           initialize HeadcountTable
           initialize UseWork
           move zero to PageNumber
           move zero to LineCount
           ACCEPT RunDateYMD FROM DATE YYYYMMDD
           DISPLAY "Enter term (e.g. 2026FA, blank = current): "
               WITH NO ADVANCING
           ACCEPT WantedTerm
           if WantedTerm = spaces
               call "CurrentTerm" using WantedTerm
           end-if
           open input roomfile
           perform CheckRoomOpenStatus
           if RoomStatusOK
               perform CountHeadcounts
               perform ProduceUseReport
               close roomfile
           end-if
           set JournalEnd to true
           move MeetingsRead to jrnlreads
           call "RunJournal" using jrnlarea
           goback.

       ProduceUseReport.
           move "roomuse" to rptbasename
           call "ReportGen" using rptarea
           move rptfilename to UseFileName
           open output usefile
           if not UseStatusOK
               DISPLAY UseFileName " will not open - status "
                   UseFileStatus ". No report produced."
               set JournalError to true
           else
               sort sortworkfile
                   on ascending key sortroom sortday sortstart
                   input procedure is SelectMeetings
                   output procedure is WriteUseReport
               close usefile
               DISPLAY RoomCount " room(s) reported for "
                   WantedTerm " - report on " UseFileName
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

      *Every meeting in the term goes to the sort with its course's
      *headcount. No timetable yet means every room is idle.
       SelectMeetings.
           open input timefile
           evaluate true
               when TimeStatusOK
                   perform ReadMeeting
                   perform until AllTimetableRead
                       if timeterm = WantedTerm
                           perform ReleaseMeeting
                       end-if
                       perform ReadMeeting
                   end-perform
                   close timefile
               when TimeStatusNotFnd
                   DISPLAY "timetab.dat not found - no meetings."
               when other
                   DISPLAY "timetab.dat will not open - status "
                       TimeFileStatus
                   set JournalError to true
           end-evaluate.

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

       ReleaseMeeting.
           add 1 to MeetingsRead
           move timeroom to sortroom
           move timeday to sortday
           move timestart to sortstart
           move timeend to sortend
           move timecoursecode to sortcoursecode
           move zero to sortheadcount
           set HcIdx to 1
           search HcEntry
               at end
                   continue
               when HcIdx > HcCount
                   continue
               when HcCourseCode (HcIdx) = timecoursecode
                   move HcStudents (HcIdx) to sortheadcount
           end-search
           release sortrec.

      *The sorted meetings are matched against the room master read
      *in the same key order. Rooms on the master that come before
      *the next booked room are idle and print with no meetings.
       WriteUseReport.
           perform WriteHeading
           perform ReadRoom
           perform until AllSorted
               return sortworkfile
                   at end set AllSorted to true
                   not at end perform ProcessSortedMeeting
               end-return
           end-perform
           if PriorRoomId not = spaces
               perform WriteRoomTotal
           end-if
           move high-values to CatchUpRoomId
           perform PrintIdleRooms
           perform WriteGrandTotal.

       ReadRoom.
           read roomfile next record
               at end set AllRoomsRead to true
           end-read
           if not AllRoomsRead and not RoomStatusOK
               DISPLAY "rooms.dat record read error - status "
                   RoomFileStatus
               set AllRoomsRead to true
               set JournalError to true
           end-if.

       ProcessSortedMeeting.
           if sortroom not = PriorRoomId
               if PriorRoomId not = spaces
                   perform WriteRoomTotal
               end-if
               move sortroom to CatchUpRoomId
               perform PrintIdleRooms
               perform StartBookedRoom
           end-if
           move DayName (sortday) to DetDay
           move sortstarthh to DetStartHH
           move sortstartmm to DetStartMM
           move sortendhh to DetEndHH
           move sortendmm to DetEndMM
           move sortcoursecode to DetCourseCode
           move sortheadcount to DetHeadcount
           if RoomSeatsHeld > zero
               compute FillPercent rounded =
                   sortheadcount * 100 / RoomSeatsHeld
           else
               move zero to FillPercent
           end-if
           move FillPercent to DetFill
           move DetailLine to PrintLine
           perform WriteReportLine
           compute MeetingMinutes =
               (sortendhh * 60 + sortendmm)
               - (sortstarthh * 60 + sortstartmm)
           add MeetingMinutes to RoomMinutes
           add 1 to RoomMeetings
           add sortheadcount to RoomStudents.

      *Every room on the master below the one about to print has
      *nothing booked in the term.
       PrintIdleRooms.
           perform until AllRoomsRead or roomid >= CatchUpRoomId
               move roomid to PriorRoomId
               move roomname to RlRoomName
               move roomseats to RoomSeatsHeld
               move spaces to RlFlag
               perform PrintRoomLine
               add 1 to IdleRoomCount
               perform WriteRoomTotal
               perform ReadRoom
           end-perform.

      *A booked room on the master takes its name and seats from it;
      *one that has gone from the master is flagged.
       StartBookedRoom.
           move sortroom to PriorRoomId
           if not AllRoomsRead and roomid = sortroom
               move roomname to RlRoomName
               move roomseats to RoomSeatsHeld
               move spaces to RlFlag
               perform ReadRoom
           else
               move all "?" to RlRoomName
               move zero to RoomSeatsHeld
               move " NOT ON FILE" to RlFlag
           end-if
           perform PrintRoomLine.

       PrintRoomLine.
           move zero to RoomMeetings
           move zero to RoomMinutes
           move zero to RoomStudents
           add 1 to RoomCount
           move PriorRoomId to RlRoomId
           move RoomSeatsHeld to RlSeats
           if LineCount + 3 > LinesPerPage
               perform WriteHeading
           end-if
           move RoomLine to PrintLine
           perform WriteReportLine.

       WriteRoomTotal.
           compute RoomHours rounded = RoomMinutes / 60
           if RoomSeatsHeld > zero and RoomMeetings > zero
               compute FillPercent rounded =
                   RoomStudents * 100 / (RoomSeatsHeld * RoomMeetings)
           else
               move zero to FillPercent
           end-if
           move RoomHours to RtlHours
           move RoomMeetings to RtlMeetings
           move FillPercent to RtlFill
           move RoomTotalLine to PrintLine
           perform WriteReportLine
           move spaces to PrintLine
           perform WriteReportLine
           add RoomMinutes to TotalMinutes.

       WriteGrandTotal.
           compute TotalHours rounded = TotalMinutes / 60
           move RoomCount to GtlRooms
           move IdleRoomCount to GtlIdle
           move MeetingsRead to GtlMeetings
           move TotalHours to GtlHours
           move GrandTotalLine to PrintLine
           perform WriteReportLine.

       WriteReportLine.
           if LineCount >= LinesPerPage
               perform WriteHeading
           end-if
           write useline from PrintLine
           perform CheckUseWriteStatus
           add 1 to LineCount.

       WriteHeading.
           add 1 to PageNumber
           move WantedTerm to HeadTerm
           move RunDateYMD to HeadRunDate
           move PageNumber to HeadPageNumber
           write useline from HeadingLine1
           perform CheckUseWriteStatus
           write useline from HeadingLine2
           perform CheckUseWriteStatus
           move 2 to LineCount.

      *Called after every WRITE. A lost report line is a warning,
      *not a reason to stop the report.
       CheckUseWriteStatus.
           if not UseStatusOK
               DISPLAY UseFileName " write error - status "
                   UseFileStatus
           end-if.

      *Gives the operator a plain-English message instead of letting
      *a missing or busy master file abend the run.
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
