       identification division.
       program-id. RoomMaint.
       Author. Bo Liu.
      *Adds, changes and deletes teaching room records on rooms.dat,
      *the same way CourseMaint keeps courses.dat, so the rooms the
      *timetable books and the seats each holds are on file rather
      *than in the timetabling spreadsheet. A name must be keyed and
      *the seat count must be numeric and non-zero before anything
      *is written. A room still booked on the timetable cannot be
      *deleted. Every action gets an audit entry with the room
      *record images and a ROM action code.

       Environment division.
       input-output section.
       file-control.
           select roomfile assign to "C:\Cobol\rooms.dat"
               organization is indexed
               access mode is dynamic
               record key is roomid
               file status is RoomFileStatus.
           select timefile assign to "C:\Cobol\timetab.dat"
               organization is indexed
               access mode is sequential
               record key is timekey
               file status is TimeFileStatus.
           select auditfile assign to "C:\Cobol\audit.dat"
               organization is line sequential
               file status is AuditFileStatus.

       Data division.
       file section.
       FD roomfile.
           COPY ROOMS.

       FD timefile.
           COPY TIMETAB.

       FD auditfile.
           COPY AUDIT.

       Working-storage section.
       01 RoomFileStatus        pic xx.
           88 RoomStatusOK      value "00".
           88 RoomStatusNotFnd  value "35".

       01 TimeFileStatus        pic xx.
           88 TimeStatusOK      value "00".
           88 TimeStatusEOF     value "10".

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

       01 MaintWork.
           05 WantedRoomId      pic x(6).
           05 MaintChoice       pic x.
               88 AddWanted     value "A" "a".
               88 ChangeWanted  value "C" "c".
               88 DeleteWanted  value "D" "d".
           05 EntryStatus       pic x value "Y".
               88 EntryValid    value "Y".
           05 BookedCount       pic 9(5).
           05 EndOfTimetable    pic x.
               88 AllTimetableRead value "Y".

      *The seat count is keyed into this and checked for numeric
      *content before it goes anywhere near the record.
       01 RoomEntryWork.
           05 NameIn            pic x(20).
           05 SeatsIn           pic x(3).
           05 SeatsInNum redefines SeatsIn pic 9(3).

      *Run-journal tallies - ids keyed and records put on file.
       01 RunTallies.
           05 ReadTally         pic 9(7) value zero.
           05 WriteTally        pic 9(7) value zero.

           COPY JRNLAREA.
           COPY OPRAREA.

       Procedure division.
       begin.
           initialize jrnlarea
           move "RoomMaint" to jrnlprogram
           set JournalStart to true
           call "RunJournal" using jrnlarea
           set JournalClean to true
      *    A called program keeps its working storage between calls,
      *    so the tallies are reset here or repeat runs inflate the
      *    journal counts.
           initialize RunTallies
      *    The operator signed on at the menu; run on its own, the
      *    program has its operator sign on before going further.
           move "RoomMaint" to oprprogram.
           set OprGetSession to true.
           call "OperSession" using oprarea.
           move oprid to OperatorId.
           perform OpenRoomFile
           if RoomStatusOK
               perform OpenAuditFile
               perform GetMaintRoomId
               perform until WantedRoomId = spaces
                   add 1 to ReadTally
                   perform MaintainOneRoom
                   perform GetMaintRoomId
               end-perform
               close roomfile
               close auditfile
           end-if
           set JournalEnd to true
           move OperatorId to jrnloperator
           move ReadTally to jrnlreads
           move WriteTally to jrnlwrites
           call "RunJournal" using jrnlarea
           goback.

      *Opens rooms.dat for update, creating it first the one time it
      *does not exist yet.
       OpenRoomFile.
           open i-o roomfile
           if RoomStatusNotFnd
               open output roomfile
               close roomfile
               open i-o roomfile
           end-if
           if not RoomStatusOK
               DISPLAY "rooms.dat will not open - status "
                   RoomFileStatus
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

       GetMaintRoomId.
           DISPLAY "Enter room id (blank to end): "
               WITH NO ADVANCING.
           ACCEPT WantedRoomId.

      *Direct READ of rooms.dat by RoomId decides whether the
      *operator is offered an add or a change/delete.
       MaintainOneRoom.
           move WantedRoomId to roomid
           read roomfile
               invalid key
                   perform OfferRoomAdd
               not invalid key
                   perform ActOnFoundRoom
           end-read.

       OfferRoomAdd.
           DISPLAY "Room " WantedRoomId " not on file."
           DISPLAY "A - Add it   anything else - leave"
           DISPLAY "Select an action: " WITH NO ADVANCING
           ACCEPT MaintChoice
           if AddWanted
               perform AddRoom
           else
               DISPLAY "Nothing added."
           end-if.

       ActOnFoundRoom.
           display roomid space roomname space "seats" space roomseats
           move roomrec to OldRecordImage
           DISPLAY "C - Change   D - Delete   anything else - leave"
           DISPLAY "Select an action: " WITH NO ADVANCING
           ACCEPT MaintChoice
           evaluate true
               when ChangeWanted
                   perform ChangeRoom
               when DeleteWanted
                   perform DeleteRoom
               when other
                   DISPLAY "Record left as it is."
           end-evaluate.

       AddRoom.
           perform GetRoomFields
           if EntryValid
               move WantedRoomId to roomid
               move NameIn to roomname
               move SeatsInNum to roomseats
               write roomrec
               if RoomStatusOK
                   add 1 to WriteTally
                   move "ROMADD" to AuditAction
                   move spaces to OldRecordImage
                   move roomrec to NewRecordImage
                   perform WriteAuditRecord
                   DISPLAY "Room " roomid " added."
               else
                   DISPLAY "Room " roomid
                       " not written - status " RoomFileStatus
               end-if
           else
               DISPLAY "Entry rejected - nothing written."
           end-if.

       ChangeRoom.
           perform GetRoomFields
           if EntryValid
               move NameIn to roomname
               move SeatsInNum to roomseats
               rewrite roomrec
               if RoomStatusOK
                   add 1 to WriteTally
                   move "ROMCHG" to AuditAction
                   move roomrec to NewRecordImage
                   perform WriteAuditRecord
                   DISPLAY "Room " roomid " changed."
               else
                   DISPLAY "Room " roomid
                       " not rewritten - status " RoomFileStatus
               end-if
           else
               DISPLAY "Entry rejected - record left as it is."
           end-if.

      *A delete would leave timetable meetings in a room that is not
      *there, so it is refused while any meeting in any term is
      *booked into it - they are moved first.
       DeleteRoom.
           perform CountBookings
           if BookedCount > zero
               DISPLAY "Room " WantedRoomId " has " BookedCount
                   " timetabled meeting(s) - move them first."
           else
               delete roomfile record
               if RoomStatusOK
                   add 1 to WriteTally
                   move "ROMDEL" to AuditAction
                   move spaces to NewRecordImage
                   perform WriteAuditRecord
                   DISPLAY "Room " WantedRoomId " deleted."
               else
                   DISPLAY "Room " WantedRoomId
                       " not deleted - status " RoomFileStatus
               end-if
           end-if.

      *timetab.dat is keyed on course, so finding a room's meetings
      *is a sweep of the whole file. No timetable yet means nothing
      *is booked.
       CountBookings.
           move zero to BookedCount
           move "N" to EndOfTimetable
           open input timefile
           if TimeStatusOK
               perform until AllTimetableRead
                   read timefile next record
                       at end set AllTimetableRead to true
                   end-read
                   if not AllTimetableRead
                       if not TimeStatusOK
                           DISPLAY "timetab.dat record read error - "
                               "status " TimeFileStatus
                           set AllTimetableRead to true
                       else
                           if timeroom = WantedRoomId
                               add 1 to BookedCount
                           end-if
                       end-if
                   end-if
               end-perform
               close timefile
           end-if.

      *A name must be keyed; the seat count is keyed as three digits
      *and must be numeric and non-zero - a room of no seats could
      *never hold a class.
       GetRoomFields.
           set EntryValid to true
           DISPLAY "Enter room name: " WITH NO ADVANCING
           ACCEPT NameIn
           DISPLAY "Enter number of seats (999): " WITH NO ADVANCING
           ACCEPT SeatsIn
           if NameIn = spaces
               DISPLAY "Invalid name - must not be blank."
               set EntryStatus to "N"
           end-if
           if SeatsIn not numeric
               DISPLAY "Invalid seats - not numeric."
               set EntryStatus to "N"
           else
               if SeatsInNum = zero
                   DISPLAY "Invalid seats - must not be zero."
                   set EntryStatus to "N"
               end-if
           end-if.

      *Logs who touched this room and when, with the before and
      *after record images, in the same audit file the course
      *maintenance writes. The student id slot is zero because a
      *room action has no student.
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
                   DISPLAY "Warning - audit entry for room "
                       WantedRoomId " was not written - status "
                       AuditFileStatus
               end-if
           end-if.
