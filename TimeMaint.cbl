       identification division.
       program-id. TimeMaint.
       Author. Bo Liu.
      *Keeps the class timetable on timetab.dat - the day, start and
      *end time and room of every meeting of a course in a term. The
      *course must be on the course master and the room on the room
      *master. The day is 1 (Monday) to 7 (Sunday), times are keyed
      *as HHMM on the 24-hour clock and the end must be after the
      *start. A meeting is keyed on its day and start time, so a
      *change alters only the end time and room - a meeting moved to
      *another slot is deleted and added again. The room's seats are
      *shown against the course's maximum enrollment as each meeting
      *is put on file; the clash run reports them properly. Every
      *action gets an audit entry with the meeting record images and
      *a TTB action code.

       Environment division.
       input-output section.
       file-control.
           select coursefile assign to "C:\Cobol\courses.dat"
               organization is indexed
               access mode is random
               record key is coursemastercode
               file status is CourseFileStatus.
           select roomfile assign to "C:\Cobol\rooms.dat"
               organization is indexed
               access mode is random
               record key is roomid
               file status is RoomFileStatus.
           select timefile assign to "C:\Cobol\timetab.dat"
               organization is indexed
               access mode is dynamic
               record key is timekey
               file status is TimeFileStatus.
           select auditfile assign to "C:\Cobol\audit.dat"
               organization is line sequential
               file status is AuditFileStatus.

       Data division.
       file section.
       FD coursefile.
           COPY COURSES.

       FD roomfile.
           COPY ROOMS.

       FD timefile.
           COPY TIMETAB.

       FD auditfile.
           COPY AUDIT.

       Working-storage section.
       01 CourseFileStatus      pic xx.
           88 CourseStatusOK    value "00".
           88 CourseStatusNotFnd value "35".

       01 RoomFileStatus        pic xx.
           88 RoomStatusOK      value "00".
           88 RoomStatusNotFnd  value "35".

       01 TimeFileStatus        pic xx.
           88 TimeStatusOK      value "00".
           88 TimeStatusEOF     value "10".
           88 TimeStatusNotFnd  value "35".

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

       01 TimeWork.
           05 WantedCourseCode  pic x(4).
           05 WantedTerm        pic x(6).
           05 CourseMaxHeld     pic 9(3).
           05 MaintChoice       pic x.
               88 AddWanted     value "A" "a".
               88 ChangeWanted  value "C" "c".
               88 DeleteWanted  value "D" "d".
           05 EntryStatus       pic x value "Y".
               88 EntryValid    value "Y".
           05 EndOfMeetings     pic x.
               88 AllMeetingsRead value "Y".
           05 MeetingCount      pic 9(3).

      *Day and times are keyed into these and checked for numeric
      *content and range before they go anywhere near the record.
       01 TimeEntryWork.
           05 DayIn             pic x.
           05 DayInNum redefines DayIn pic 9.
               88 DayInValid    value 1 thru 7.
           05 StartIn           pic x(4).
           05 StartInNum redefines StartIn.
               10 StartInHH     pic 9(2).
               10 StartInMM     pic 9(2).
           05 EndIn             pic x(4).
           05 EndInNum redefines EndIn.
               10 EndInHH       pic 9(2).
               10 EndInMM       pic 9(2).
           05 RoomIn            pic x(6).

      *Monday first, three letters a day, for the meeting list.
       01 DayNameValues         pic x(21)
           value "MonTueWedThuFriSatSun".
       01 DayNameTable redefines DayNameValues.
           05 DayName           pic x(3) occurs 7 times.

       01 MeetingLine.
           05 MlDay             pic x(3).
           05 filler            pic x value space.
           05 MlStartHH         pic 9(2).
           05 filler            pic x value ":".
           05 MlStartMM         pic 9(2).
           05 filler            pic x value "-".
           05 MlEndHH           pic 9(2).
           05 filler            pic x value ":".
           05 MlEndMM           pic 9(2).
           05 filler            pic x(6) value " room ".
           05 MlRoom            pic x(6).

      *The term a blank entry lands in - derived once at run start.
       01 DefaultTerm           pic x(6).

      *Run-journal tallies - courses keyed and records put on file.
       01 RunTallies.
           05 ReadTally         pic 9(7) value zero.
           05 WriteTally        pic 9(7) value zero.

           COPY JRNLAREA.
           COPY OPRAREA.

       Procedure division.
       begin.
           initialize jrnlarea
           move "TimeMaint" to jrnlprogram
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
           move "TimeMaint" to oprprogram.
           set OprGetSession to true.
           call "OperSession" using oprarea.
           move oprid to OperatorId.
           open input coursefile
           perform CheckCourseOpenStatus
           if CourseStatusOK
               open input roomfile
               perform CheckRoomOpenStatus
               if RoomStatusOK
                   perform OpenTimeFile
                   if TimeStatusOK
                       perform OpenAuditFile
                       perform GetTimeCourseCode
                       perform until WantedCourseCode = spaces
                           add 1 to ReadTally
                           perform MaintainOneCourse
                           perform GetTimeCourseCode
                       end-perform
                       close timefile
                       close auditfile
                   end-if
                   close roomfile
               end-if
               close coursefile
           end-if
           set JournalEnd to true
           move OperatorId to jrnloperator
           move ReadTally to jrnlreads
           move WriteTally to jrnlwrites
           call "RunJournal" using jrnlarea
           goback.

      *Opens timetab.dat for update, creating it first the one time
      *it does not exist yet.
       OpenTimeFile.
           open i-o timefile
           if TimeStatusNotFnd
               open output timefile
               close timefile
               open i-o timefile
           end-if
           if not TimeStatusOK
               DISPLAY "timetab.dat will not open - status "
                   TimeFileStatus
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

       GetTimeCourseCode.
           DISPLAY "Enter course code (blank to end): "
               WITH NO ADVANCING.
           ACCEPT WantedCourseCode.

      *The course must be on the course master; its maximum
      *enrollment is held to show against each room's seats.
       MaintainOneCourse.
           move WantedCourseCode to coursemastercode
           read coursefile
               invalid key
                   DISPLAY "Course " WantedCourseCode
                       " not on course master."
               not invalid key
                   move coursemaxenroll to CourseMaxHeld
                   perform GetTimeTerm
                   perform ListMeetings
                   perform ActOnMeetings
           end-read.

       GetTimeTerm.
           DISPLAY "Enter term (e.g. 2026FA, blank = " DefaultTerm
               "): " WITH NO ADVANCING
           ACCEPT WantedTerm
           if WantedTerm = spaces
               move DefaultTerm to WantedTerm
           end-if.

      *Keyed START at the course and term with the lowest day and
      *time, then read on until the course or term changes - the
      *course's week in day and time order.
       ListMeetings.
           move zero to MeetingCount
           move "N" to EndOfMeetings
           move WantedCourseCode to timecoursecode
           move WantedTerm to timeterm
           move zero to timeday
           move zero to timestart
           start timefile key is not less than timekey
               invalid key
                   set AllMeetingsRead to true
           end-start
           perform until AllMeetingsRead
               read timefile next record
                   at end set AllMeetingsRead to true
               end-read
               if not AllMeetingsRead
                   if not TimeStatusOK
                       or timecoursecode not = WantedCourseCode
                       or timeterm not = WantedTerm
                       set AllMeetingsRead to true
                   else
                       add 1 to MeetingCount
                       perform ShowMeeting
                   end-if
               end-if
           end-perform
           if MeetingCount = zero
               DISPLAY "No meetings timetabled for " WantedCourseCode
                   " in " WantedTerm "."
           end-if.

       ShowMeeting.
           if ValidMeetingDay
               move DayName (timeday) to MlDay
           else
               move "???" to MlDay
           end-if
           move timestarthh to MlStartHH
           move timestartmm to MlStartMM
           move timeendhh to MlEndHH
           move timeendmm to MlEndMM
           move timeroom to MlRoom
           DISPLAY MeetingLine.

       ActOnMeetings.
           DISPLAY "A - Add meeting   C - Change meeting   "
               "D - Delete meeting   anything else - leave"
           DISPLAY "Select an action: " WITH NO ADVANCING
           ACCEPT MaintChoice
           evaluate true
               when AddWanted
                   perform AddMeeting
               when ChangeWanted
                   perform ChangeMeeting
               when DeleteWanted
                   perform DeleteMeeting
               when other
                   DISPLAY "Timetable left as it is."
           end-evaluate.

       AddMeeting.
           perform GetMeetingSlot
           if EntryValid
               perform GetMeetingDetails
           end-if
           if EntryValid
               move WantedCourseCode to timecoursecode
               move WantedTerm to timeterm
               move DayInNum to timeday
               move StartInNum to timestart
               move EndInNum to timeend
               move RoomIn to timeroom
               write timerec
                   invalid key
                       DISPLAY "A meeting already starts then - "
                           "change it instead."
                   not invalid key
                       add 1 to WriteTally
                       move "TTBADD" to AuditAction
                       move spaces to OldRecordImage
                       move timerec to NewRecordImage
                       perform WriteAuditRecord
                       DISPLAY "Meeting added."
               end-write
           else
               DISPLAY "Entry rejected - nothing written."
           end-if.

       ChangeMeeting.
           perform GetMeetingSlot
           if EntryValid
               perform ReadMeeting
           end-if
           if EntryValid
               move timerec to OldRecordImage
               perform GetMeetingDetails
           end-if
           if EntryValid
               move EndInNum to timeend
               move RoomIn to timeroom
               rewrite timerec
               if TimeStatusOK
                   add 1 to WriteTally
                   move "TTBCHG" to AuditAction
                   move timerec to NewRecordImage
                   perform WriteAuditRecord
                   DISPLAY "Meeting changed."
               else
                   DISPLAY "Meeting not rewritten - status "
                       TimeFileStatus
               end-if
           else
               DISPLAY "Entry rejected - meeting left as it is."
           end-if.

       DeleteMeeting.
           perform GetMeetingSlot
           if EntryValid
               perform ReadMeeting
           end-if
           if EntryValid
               move timerec to OldRecordImage
               delete timefile record
               if TimeStatusOK
                   add 1 to WriteTally
                   move "TTBDEL" to AuditAction
                   move spaces to NewRecordImage
                   perform WriteAuditRecord
                   DISPLAY "Meeting deleted."
               else
                   DISPLAY "Meeting not deleted - status "
                       TimeFileStatus
               end-if
           else
               DISPLAY "Entry rejected - nothing deleted."
           end-if.

      *Direct READ of the meeting by course, term, day and start.
       ReadMeeting.
           move WantedCourseCode to timecoursecode
           move WantedTerm to timeterm
           move DayInNum to timeday
           move StartInNum to timestart
           read timefile
               invalid key
                   DISPLAY "No meeting starts then."
                   set EntryStatus to "N"
               not invalid key
                   continue
           end-read.

      *The day and start time identify the meeting. The day must be
      *1 to 7; the start must be a real time of day.
       GetMeetingSlot.
           set EntryValid to true
           DISPLAY "Enter day (1 Mon - 7 Sun): " WITH NO ADVANCING
           ACCEPT DayIn
           DISPLAY "Enter start time (HHMM): " WITH NO ADVANCING
           ACCEPT StartIn
           if DayIn not numeric
               DISPLAY "Invalid day - not numeric."
               set EntryStatus to "N"
           else
               if not DayInValid
                   DISPLAY "Invalid day - must be 1 to 7."
                   set EntryStatus to "N"
               end-if
           end-if
           if StartIn not numeric
               DISPLAY "Invalid start time - not numeric."
               set EntryStatus to "N"
           else
               if StartInHH > 23 or StartInMM > 59
                   DISPLAY "Invalid start time - not a time of day."
                   set EntryStatus to "N"
               end-if
           end-if.

      *The end must be a real time of day after the start - a class
      *does not run past midnight - and the room must be on the room
      *master. Seats short of the course maximum are shown but not
      *refused; the clash run lists them for the timetablers.
       GetMeetingDetails.
           DISPLAY "Enter end time (HHMM): " WITH NO ADVANCING
           ACCEPT EndIn
           DISPLAY "Enter room id: " WITH NO ADVANCING
           ACCEPT RoomIn
           if EndIn not numeric
               DISPLAY "Invalid end time - not numeric."
               set EntryStatus to "N"
           else
               if EndInHH > 23 or EndInMM > 59
                   DISPLAY "Invalid end time - not a time of day."
                   set EntryStatus to "N"
               else
                   if EndInNum not > StartInNum
                       DISPLAY "Invalid end time - must be after the"
                           " start."
                       set EntryStatus to "N"
                   end-if
               end-if
           end-if
           move RoomIn to roomid
           read roomfile
               invalid key
                   DISPLAY "Room " RoomIn " not on room master."
                   set EntryStatus to "N"
               not invalid key
                   if CourseMaxHeld > roomseats
                       DISPLAY "Note - " roomname " seats " roomseats
                           ", course maximum is " CourseMaxHeld
                   end-if
           end-read.

      *Logs who touched this meeting and when, with the before and
      *after record images, in the same audit file the course
      *maintenance writes. The student id slot is zero because a
      *timetable action has no student.
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
                   DISPLAY "Warning - audit entry for course "
                       WantedCourseCode " was not written - status "
                       AuditFileStatus
               end-if
           end-if.

      *Gives the operator a plain-English message instead of letting
      *a bad OPEN abend the run.
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

       CheckRoomOpenStatus.
           evaluate true
               when RoomStatusOK
                   continue
               when RoomStatusNotFnd
                   DISPLAY "rooms.dat not found - add rooms first."
                   set JournalError to true
               when other
                   DISPLAY "rooms.dat will not open - status "
                       RoomFileStatus
                   set JournalError to true
           end-evaluate.
