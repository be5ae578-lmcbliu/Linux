       identification division.
       program-id. RefundMaint.
       Author. Bo Liu.
      *Adds, changes and deletes withdrawal refund schedules on
      *refsched.dat, the same way ScaleMaint keeps the grading
      *scales. A schedule is keyed on the term it applies to and
      *holds the date week 1 of the term starts, then the refund
      *bands earliest first: the last week each band covers and the
      *percentage of the course charge it refunds - say 100 through
      *week 1, 50 through week 3, 25 through week 6. Each band must
      *end after the one before and refund no more than it; entry
      *ends with a blank week, and a withdrawal after the last band
      *gets nothing back. Every action gets an audit entry with the
      *schedule record images and an RFS action code.

       Environment division.
       input-output section.
       file-control.
           select schedfile assign to "C:\Cobol\refsched.dat"
               organization is indexed
               access mode is dynamic
               record key is rfsterm
               file status is SchedFileStatus.
           select auditfile assign to "C:\Cobol\audit.dat"
               organization is line sequential
               file status is AuditFileStatus.

       Data division.
       file section.
       FD schedfile.
           COPY REFSCHED.

       FD auditfile.
           COPY AUDIT.

       Working-storage section.
       01 SchedFileStatus       pic xx.
           88 SchedStatusOK     value "00".
           88 SchedStatusNotFnd value "35".

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
           05 WantedTerm        pic x(6).
           05 WantedTermParts redefines WantedTerm.
               10 WantedYear    pic x(4).
               10 WantedSeason  pic x(2).
                   88 ValidSeason value "SP" "FA".
           05 MaintChoice       pic x.
               88 AddWanted     value "A" "a".
               88 ChangeWanted  value "C" "c".
               88 DeleteWanted  value "D" "d".
           05 EntryStatus       pic x value "Y".
               88 EntryValid    value "Y".
           05 BandEntryFlag     pic x.
               88 BandsComplete value "Y".

      *The schedule is built up here band by band and only moved to
      *the record once every band has passed its checks.
       01 NewSchedule.
           05 NsStartDate       pic 9(8).
           05 NsBandCount       pic 9.
           05 NsBand            occurs 6 times.
               10 NsThroughWeek pic 9(2).
               10 NsPercent     pic 9(3).
           05 BandIdx           pic 9.
           05 PriorIdx          pic 9.

      *Dates, weeks and percentages are keyed into these and checked
      *for numeric content before they go anywhere near the record.
       01 SchedEntryWork.
           05 StartIn           pic x(8).
           05 StartInNum redefines StartIn.
               10 StartInYear   pic 9(4).
               10 StartInMonth  pic 9(2).
               10 StartInDay    pic 9(2).
           05 WeekIn            pic x(2).
           05 WeekInNum redefines WeekIn pic 9(2).
           05 PercentIn         pic x(3).
           05 PercentInNum redefines PercentIn pic 9(3).
           05 LeapRemainder     pic 9(3).
           05 LeapQuotient      pic 9(4).

      *Days in each month, January first - February's 29th is let
      *through in a leap year only.
       01 MonthDaysValues       pic x(24)
           value "312831303130313130313031".
       01 MonthDaysTable redefines MonthDaysValues.
           05 MonthDays         pic 9(2) occurs 12 times.

       01 BandLine.
           05 filler            pic x(15) value "  through week ".
           05 BlThroughWeek     pic z9.
           05 filler            pic x(3) value "  ".
           05 BlPercent         pic zz9.
           05 filler            pic x(8) value "% refund".

      *Run-journal tallies - terms keyed and records put on file.
       01 RunTallies.
           05 ReadTally         pic 9(7) value zero.
           05 WriteTally        pic 9(7) value zero.

           COPY JRNLAREA.
           COPY OPRAREA.

       Procedure division.
       begin.
           initialize jrnlarea
           move "RefundMaint" to jrnlprogram
           set JournalStart to true
           call "RunJournal" using jrnlarea
           set JournalClean to true
      *    A called program keeps its working storage between calls,
      *    so the tallies are reset here or repeat runs inflate the
      *    journal counts.
           initialize RunTallies
      *    The operator signed on at the menu; run on its own, the
      *    program has its operator sign on before going further.
           move "RefundMaint" to oprprogram
           set OprGetSession to true
           call "OperSession" using oprarea
           move oprid to OperatorId
           perform OpenSchedFile
           if SchedStatusOK
               perform OpenAuditFile
               perform GetMaintTerm
               perform until WantedTerm = spaces
                   add 1 to ReadTally
                   if WantedYear not numeric or not ValidSeason
                       DISPLAY "Invalid term - year then SP or FA."
                   else
                       perform MaintainOneSchedule
                   end-if
                   perform GetMaintTerm
               end-perform
               close schedfile
               close auditfile
           end-if
           set JournalEnd to true
           move OperatorId to jrnloperator
           move ReadTally to jrnlreads
           move WriteTally to jrnlwrites
           call "RunJournal" using jrnlarea
           goback.

      *Opens refsched.dat for update, creating it first the one time
      *it does not exist yet.
       OpenSchedFile.
           open i-o schedfile
           if SchedStatusNotFnd
               open output schedfile
               close schedfile
               open i-o schedfile
           end-if
           if not SchedStatusOK
               DISPLAY "refsched.dat will not open - status "
                   SchedFileStatus
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

       GetMaintTerm.
           DISPLAY "Enter term (e.g. 2026FA, blank to end): "
               WITH NO ADVANCING.
           ACCEPT WantedTerm.
           inspect WantedTerm converting "spfa" to "SPFA".

      *Direct READ of refsched.dat by term decides whether the
      *operator is offered an add or a change/delete.
       MaintainOneSchedule.
           move WantedTerm to rfsterm
           read schedfile
               invalid key
                   perform OfferSchedAdd
               not invalid key
                   perform ActOnFoundSchedule
           end-read.

       OfferSchedAdd.
           DISPLAY "No refund schedule for " WantedTerm "."
           DISPLAY "A - Add it   anything else - leave"
           DISPLAY "Select an action: " WITH NO ADVANCING
           ACCEPT MaintChoice
           if AddWanted
               perform AddSchedule
           else
               DISPLAY "Nothing added."
           end-if.

       ActOnFoundSchedule.
           DISPLAY "Week 1 starts " rfsstartdate
           perform ShowOneBand
               varying BandIdx from 1 by 1
               until BandIdx > 6
           move refschedrec to OldRecordImage
           DISPLAY "C - Change   D - Delete   anything else - leave"
           DISPLAY "Select an action: " WITH NO ADVANCING
           ACCEPT MaintChoice
           evaluate true
               when ChangeWanted
                   perform ChangeSchedule
               when DeleteWanted
                   perform DeleteSchedule
               when other
                   DISPLAY "Record left as it is."
           end-evaluate.

       ShowOneBand.
           if rfsthroughweek (BandIdx) not = zero
               move rfsthroughweek (BandIdx) to BlThroughWeek
               move rfspercent (BandIdx) to BlPercent
               DISPLAY BandLine
           end-if.

       AddSchedule.
           perform GetScheduleFields
           if EntryValid
               move WantedTerm to rfsterm
               perform MoveNewSchedule
               write refschedrec
               if SchedStatusOK
                   add 1 to WriteTally
                   move "RFSADD" to AuditAction
                   move spaces to OldRecordImage
                   move refschedrec to NewRecordImage
                   perform WriteAuditRecord
                   DISPLAY "Schedule added."
               else
                   DISPLAY "Schedule not written - status "
                       SchedFileStatus
               end-if
           else
               DISPLAY "Entry rejected - nothing written."
           end-if.

      *Withdrawals already taken keep the refund they were given; a
      *change only applies to withdrawals from here on.
       ChangeSchedule.
           perform GetScheduleFields
           if EntryValid
               perform MoveNewSchedule
               rewrite refschedrec
               if SchedStatusOK
                   add 1 to WriteTally
                   move "RFSCHG" to AuditAction
                   move refschedrec to NewRecordImage
                   perform WriteAuditRecord
                   DISPLAY "Schedule changed."
               else
                   DISPLAY "Schedule not rewritten - status "
                       SchedFileStatus
               end-if
           else
               DISPLAY "Entry rejected - record left as it is."
           end-if.

       DeleteSchedule.
           delete schedfile record
           if SchedStatusOK
               add 1 to WriteTally
               move "RFSDEL" to AuditAction
               move spaces to NewRecordImage
               perform WriteAuditRecord
               DISPLAY "Schedule deleted."
           else
               DISPLAY "Schedule not deleted - status "
                   SchedFileStatus
           end-if.

       MoveNewSchedule.
           move NsStartDate to rfsstartdate
           perform MoveOneBand
               varying BandIdx from 1 by 1
               until BandIdx > 6.

       MoveOneBand.
           if BandIdx > NsBandCount
               move zero to rfsthroughweek (BandIdx)
               move zero to rfspercent (BandIdx)
           else
               move NsThroughWeek (BandIdx) to rfsthroughweek (BandIdx)
               move NsPercent (BandIdx) to rfspercent (BandIdx)
           end-if.

      *The start date must be a real calendar date. Bands are keyed
      *earliest first until a blank week is keyed, up to six; at
      *least one band is needed.
       GetScheduleFields.
           set EntryValid to true
           initialize NewSchedule
           perform GetStartDate
           move "N" to BandEntryFlag
           perform GetOneBand
               until BandsComplete or not EntryValid
           if EntryValid and NsBandCount = zero
               DISPLAY "Invalid schedule - at least one band is "
                   "needed."
               set EntryStatus to "N"
           end-if.

       GetStartDate.
           DISPLAY "Enter first day of week 1 (YYYYMMDD): "
               WITH NO ADVANCING
           ACCEPT StartIn
           if StartIn not numeric
               DISPLAY "Invalid start date - not numeric."
               set EntryStatus to "N"
           else
               if StartInYear < 1900
                       or StartInMonth < 1 or StartInMonth > 12
                   DISPLAY "Invalid start date - not a calendar date."
                   set EntryStatus to "N"
               else
                   perform CheckStartDay
               end-if
           end-if
           if EntryValid
               move StartInNum to NsStartDate
           end-if.

       CheckStartDay.
           divide StartInYear by 4 giving LeapQuotient
               remainder LeapRemainder
           if StartInDay < 1
                   or (StartInDay > MonthDays (StartInMonth)
                   and not (StartInMonth = 2 and StartInDay = 29
                            and LeapRemainder = zero))
               DISPLAY "Invalid start date - not a calendar date."
               set EntryStatus to "N"
           end-if.

       GetOneBand.
           if NsBandCount >= 6
               set BandsComplete to true
           else
               compute BandIdx = NsBandCount + 1
               DISPLAY "Band " BandIdx " last week (blank to finish): "
                   WITH NO ADVANCING
               ACCEPT WeekIn
               if WeekIn = spaces
                   set BandsComplete to true
               else
                   DISPLAY "Band " BandIdx " refund percent (0-100): "
                       WITH NO ADVANCING
                   ACCEPT PercentIn
                   perform CheckOneBand
               end-if
           end-if.

      *A band must end after the band before it and refund no more
      *than it did - a later withdrawal never gets more back.
       CheckOneBand.
           if WeekIn (2:1) = space
               move WeekIn (1:1) to WeekIn (2:1)
               move "0" to WeekIn (1:1)
           end-if
           if PercentIn not numeric
               perform AlignPercentIn
           end-if
           if WeekIn not numeric
               DISPLAY "Invalid week - not numeric."
               set EntryStatus to "N"
           else
               if WeekInNum = zero
                   DISPLAY "Invalid week - weeks start at 1."
                   set EntryStatus to "N"
               else
                   if BandIdx > 1
                       compute PriorIdx = BandIdx - 1
                       if WeekInNum not > NsThroughWeek (PriorIdx)
                           DISPLAY "Invalid week - must be after the "
                               "band before."
                           set EntryStatus to "N"
                       end-if
                   end-if
               end-if
           end-if
           if PercentIn not numeric
               DISPLAY "Invalid percent - not numeric."
               set EntryStatus to "N"
           else
               if PercentInNum > 100
                   DISPLAY "Invalid percent - must be 0 to 100."
                   set EntryStatus to "N"
               else
                   if BandIdx > 1
                       compute PriorIdx = BandIdx - 1
                       if PercentInNum > NsPercent (PriorIdx)
                           DISPLAY "Invalid percent - must not be "
                               "more than the band before."
                           set EntryStatus to "N"
                       end-if
                   end-if
               end-if
           end-if
           if EntryValid
               add 1 to NsBandCount
               move WeekInNum to NsThroughWeek (BandIdx)
               move PercentInNum to NsPercent (BandIdx)
           end-if.

      *A percent keyed short - 50 or 5 - is right-aligned and
      *zero-filled so it can be checked as a number.
       AlignPercentIn.
           evaluate true
               when PercentIn (2:2) = spaces
                   move PercentIn (1:1) to PercentIn (3:1)
                   move "00" to PercentIn (1:2)
               when PercentIn (3:1) = space
                   move PercentIn (2:1) to PercentIn (3:1)
                   move PercentIn (1:1) to PercentIn (2:1)
                   move "0" to PercentIn (1:1)
               when other
                   continue
           end-evaluate.

      *Logs who touched this schedule and when, with the before and
      *after record images. The student id slot is zero because a
      *schedule belongs to no student.
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
                   DISPLAY "Warning - audit entry for refund schedule "
                       WantedTerm " was not written - status "
                       AuditFileStatus
               end-if
           end-if.
