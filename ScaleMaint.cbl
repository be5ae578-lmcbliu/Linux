       identification division.
       program-id. ScaleMaint.
       Author. Bo Liu.
      *Adds, changes and deletes grading scales on grdscale.dat, the
      *same way CourseMaint keeps courses.dat. A scale is keyed on a
      *course on the course master - or **** for the institution
      *default - and the term it takes effect, so a senate change is
      *a new scale from the term it starts rather than an edit that
      *regrades the past. The pass mark is keyed, then the letter
      *bands highest first: each band's letter, the lowest mark that
      *earns it and the grade points it carries. Each band must start
      *below the one before, and entry ends with the band that starts
      *at zero, so every mark gets a letter. The re-derive run brings
      *grades already on file into line after a change. Every action
      *gets an audit entry with the scale record images and an SCL
      *action code.

       Environment division.
       input-output section.
       file-control.
           select coursefile assign to "C:\Cobol\courses.dat"
               organization is indexed
               access mode is random
               record key is coursemastercode
               file status is CourseFileStatus.
           select scalefile assign to "C:\Cobol\grdscale.dat"
               organization is indexed
               access mode is dynamic
               record key is scalekey
               file status is ScaleFileStatus.
           select auditfile assign to "C:\Cobol\audit.dat"
               organization is line sequential
               file status is AuditFileStatus.

       Data division.
       file section.
       FD coursefile.
           COPY COURSES.

       FD scalefile.
           COPY GRDSCALE.

       FD auditfile.
           COPY AUDIT.

       Working-storage section.
       01 CourseFileStatus      pic xx.
           88 CourseStatusOK    value "00".
           88 CourseStatusNotFnd value "35".

       01 ScaleFileStatus       pic xx.
           88 ScaleStatusOK     value "00".
           88 ScaleStatusEOF    value "10".
           88 ScaleStatusNotFnd value "35".

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
           05 WantedCourseCode  pic x(4).
               88 DefaultWanted value "****".
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
           05 ScalesListed      pic 9(3).
           05 EndOfScales       pic x.
               88 ScaleSweepDone value "Y".
           05 BandEntryFlag     pic x.
               88 BandsComplete value "Y".

      *The scale is built up here band by band and only moved to
      *the record once every band has passed its checks.
       01 NewScale.
           05 NsPassMark        pic 9(3).
           05 NsBandCount       pic 9.
           05 NsBand            occurs 6 times.
               10 NsLetter      pic x.
               10 NsMinMarks    pic 9(3).
               10 NsPoints      pic 9v9.
           05 BandIdx           pic 9.
           05 PriorIdx          pic 9.

      *Marks and points are keyed into these and checked for numeric
      *content before they go anywhere near the record. Points are
      *keyed as 9.9.
       01 ScaleEntryWork.
           05 PassMarkIn        pic x(3).
           05 PassMarkInNum redefines PassMarkIn pic 9(3).
           05 LetterIn          pic x.
           05 MinMarksIn        pic x(3).
           05 MinMarksInNum redefines MinMarksIn pic 9(3).
           05 PointsIn.
               10 PointsWhole   pic x.
               10 PointsWholeNum redefines PointsWhole pic 9.
               10 PointsDot     pic x.
               10 PointsTenth   pic x.
               10 PointsTenthNum redefines PointsTenth pic 9.

       01 BandLine.
           05 filler            pic x(2) value space.
           05 BlLetter          pic x.
           05 filler            pic x(7) value " from ".
           05 BlMinMarks        pic zz9.
           05 filler            pic x(9) value "  points ".
           05 BlPoints          pic 9.9.

      *Run-journal tallies - codes keyed and records put on file.
       01 RunTallies.
           05 ReadTally         pic 9(7) value zero.
           05 WriteTally        pic 9(7) value zero.

           COPY JRNLAREA.
           COPY OPRAREA.

       Procedure division.
       begin.
           initialize jrnlarea
           move "ScaleMaint" to jrnlprogram
           set JournalStart to true
           call "RunJournal" using jrnlarea
           set JournalClean to true
      *    A called program keeps its working storage between calls,
      *    so the tallies are reset here or repeat runs inflate the
      *    journal counts.
           initialize RunTallies
      *    The operator signed on at the menu; run on its own, the
      *    program has its operator sign on before going further.
           move "ScaleMaint" to oprprogram.
           set OprGetSession to true.
           call "OperSession" using oprarea.
           move oprid to OperatorId.
           open input coursefile
           if not CourseStatusOK
               DISPLAY "courses.dat will not open - status "
                   CourseFileStatus ". Nothing can be checked."
               set JournalError to true
           else
               perform OpenScaleFile
               if ScaleStatusOK
                   perform OpenAuditFile
                   perform GetMaintCourseCode
                   perform until WantedCourseCode = spaces
                       add 1 to ReadTally
                       perform MaintainOneCourse
                       perform GetMaintCourseCode
                   end-perform
                   close scalefile
                   close auditfile
               end-if
               close coursefile
           end-if
           set JournalEnd to true
           move OperatorId to jrnloperator
           move ReadTally to jrnlreads
           move WriteTally to jrnlwrites
           call "RunJournal" using jrnlarea
           goback.

      *Opens grdscale.dat for update, creating it first the one time
      *it does not exist yet.
       OpenScaleFile.
           open i-o scalefile
           if ScaleStatusNotFnd
               open output scalefile
               close scalefile
               open i-o scalefile
           end-if
           if not ScaleStatusOK
               DISPLAY "grdscale.dat will not open - status "
                   ScaleFileStatus
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

       GetMaintCourseCode.
           DISPLAY "Enter course code (**** = institution default, "
               "blank to end): " WITH NO ADVANCING.
           ACCEPT WantedCourseCode.

      *A course scale needs the course on the course master; the
      *institution default needs nothing. The scales already held
      *are listed before the term is asked for.
       MaintainOneCourse.
           if DefaultWanted
               DISPLAY "Institution default scale"
               perform ActOnCourse
           else
               move WantedCourseCode to coursemastercode
               read coursefile
                   invalid key
                       DISPLAY "Course " WantedCourseCode
                           " not on course master."
                   not invalid key
                       display coursemastercode space coursetitle
                       perform ActOnCourse
               end-read
           end-if.

       ActOnCourse.
           perform ListScales
           DISPLAY "Enter effective term (e.g. 2026FA): "
               WITH NO ADVANCING
           ACCEPT WantedTerm
           if WantedYear not numeric or not ValidSeason
               DISPLAY "Invalid term - year then SP or FA."
           else
               perform MaintainOneScale
           end-if.

      *Keyed START at the course with low-values in the term, then
      *read on until the course changes.
       ListScales.
           move zero to ScalesListed
           move "N" to EndOfScales
           move WantedCourseCode to scalecoursecode
           move low-values to scaleterm
           start scalefile key is not less than scalekey
               invalid key
                   set ScaleSweepDone to true
           end-start
           perform until ScaleSweepDone
               read scalefile next record
                   at end
                       set ScaleSweepDone to true
               end-read
               if not ScaleSweepDone
                   if not ScaleStatusOK
                       or scalecoursecode not = WantedCourseCode
                       set ScaleSweepDone to true
                   else
                       add 1 to ScalesListed
                       DISPLAY "  scale effective " scaleterm
                           " pass mark " scalepassmark
                   end-if
               end-if
           end-perform
           if ScalesListed = zero
               DISPLAY "  no scale held"
           end-if.

      *Direct READ of grdscale.dat by course and effective term
      *decides whether the operator is offered an add or a
      *change/delete.
       MaintainOneScale.
           move WantedCourseCode to scalecoursecode
           move WantedTerm to scaleterm
           read scalefile
               invalid key
                   perform OfferScaleAdd
               not invalid key
                   perform ActOnFoundScale
           end-read.

       OfferScaleAdd.
           DISPLAY "No scale for " WantedCourseCode " effective "
               WantedTerm "."
           DISPLAY "A - Add it   anything else - leave"
           DISPLAY "Select an action: " WITH NO ADVANCING
           ACCEPT MaintChoice
           if AddWanted
               perform AddScale
           else
               DISPLAY "Nothing added."
           end-if.

       ActOnFoundScale.
           DISPLAY "Pass mark " scalepassmark
           perform ShowOneBand
               varying BandIdx from 1 by 1
               until BandIdx > 6
           move scalerec to OldRecordImage
           DISPLAY "C - Change   D - Delete   anything else - leave"
           DISPLAY "Select an action: " WITH NO ADVANCING
           ACCEPT MaintChoice
           evaluate true
               when ChangeWanted
                   perform ChangeScale
               when DeleteWanted
                   perform DeleteScale
               when other
                   DISPLAY "Record left as it is."
           end-evaluate.

       ShowOneBand.
           if scaleletter (BandIdx) not = space
               move scaleletter (BandIdx) to BlLetter
               move scaleminmarks (BandIdx) to BlMinMarks
               move scalepoints (BandIdx) to BlPoints
               DISPLAY BandLine
           end-if.

       AddScale.
           perform GetScaleFields
           if EntryValid
               move WantedCourseCode to scalecoursecode
               move WantedTerm to scaleterm
               perform MoveNewScale
               write scalerec
               if ScaleStatusOK
                   add 1 to WriteTally
                   move "SCLADD" to AuditAction
                   move spaces to OldRecordImage
                   move scalerec to NewRecordImage
                   perform WriteAuditRecord
                   DISPLAY "Scale added."
               else
                   DISPLAY "Scale not written - status "
                       ScaleFileStatus
               end-if
           else
               DISPLAY "Entry rejected - nothing written."
           end-if.

       ChangeScale.
           perform GetScaleFields
           if EntryValid
               perform MoveNewScale
               rewrite scalerec
               if ScaleStatusOK
                   add 1 to WriteTally
                   move "SCLCHG" to AuditAction
                   move scalerec to NewRecordImage
                   perform WriteAuditRecord
                   DISPLAY "Scale changed."
               else
                   DISPLAY "Scale not rewritten - status "
                       ScaleFileStatus
               end-if
           else
               DISPLAY "Entry rejected - record left as it is."
           end-if.

      *Grades already derived on a deleted scale keep their letters
      *until the re-derive run is put through for their term.
       DeleteScale.
           delete scalefile record
           if ScaleStatusOK
               add 1 to WriteTally
               move "SCLDEL" to AuditAction
               move spaces to NewRecordImage
               perform WriteAuditRecord
               DISPLAY "Scale deleted."
           else
               DISPLAY "Scale not deleted - status " ScaleFileStatus
           end-if.

       MoveNewScale.
           move NsPassMark to scalepassmark
           perform MoveOneBand
               varying BandIdx from 1 by 1
               until BandIdx > 6.

       MoveOneBand.
           if BandIdx > NsBandCount
               move space to scaleletter (BandIdx)
               move zero to scaleminmarks (BandIdx)
               move zero to scalepoints (BandIdx)
           else
               move NsLetter (BandIdx) to scaleletter (BandIdx)
               move NsMinMarks (BandIdx) to scaleminmarks (BandIdx)
               move NsPoints (BandIdx) to scalepoints (BandIdx)
           end-if.

      *The pass mark must be 0 to 100. Bands are keyed highest first
      *until one starting at zero is keyed; six bands that never
      *reach zero are refused.
       GetScaleFields.
           set EntryValid to true
           initialize NewScale
           DISPLAY "Enter pass mark (0-100): " WITH NO ADVANCING
           ACCEPT PassMarkIn
           if PassMarkIn not numeric
               DISPLAY "Invalid pass mark - not numeric."
               set EntryStatus to "N"
           else
               if PassMarkInNum > 100
                   DISPLAY "Invalid pass mark - must be 0 to 100."
                   set EntryStatus to "N"
               else
                   move PassMarkInNum to NsPassMark
               end-if
           end-if
           move "N" to BandEntryFlag
           perform GetOneBand
               until BandsComplete or not EntryValid
           if EntryValid and not BandsComplete
               DISPLAY "Invalid scale - the last band must start at"
                   " zero."
               set EntryStatus to "N"
           end-if.

       GetOneBand.
           if NsBandCount >= 6
               DISPLAY "Six bands keyed and none starts at zero."
               set EntryStatus to "N"
           else
               add 1 to NsBandCount
               move NsBandCount to BandIdx
               DISPLAY "Band " BandIdx " letter: " WITH NO ADVANCING
               ACCEPT LetterIn
               DISPLAY "Band " BandIdx " lowest mark: "
                   WITH NO ADVANCING
               ACCEPT MinMarksIn
               DISPLAY "Band " BandIdx " grade points (9.9): "
                   WITH NO ADVANCING
               ACCEPT PointsIn
               perform CheckOneBand
           end-if.

      *A band's letter must be keyed and not already used, and it
      *must start below the band before it. W is never a band - it
      *is the withdrawal grade, which no marks can earn.
       CheckOneBand.
           evaluate true
               when LetterIn = space
                   DISPLAY "Invalid letter - must not be blank."
                   set EntryStatus to "N"
               when LetterIn = "W" or "w"
                   DISPLAY "Invalid letter - W is kept for a "
                       "withdrawal."
                   set EntryStatus to "N"
               when other
                   perform CheckLetterUnused
                       varying PriorIdx from 1 by 1
                       until PriorIdx >= BandIdx
           end-evaluate
           if MinMarksIn not numeric
               DISPLAY "Invalid lowest mark - not numeric."
               set EntryStatus to "N"
           else
               if MinMarksInNum > 100
                   DISPLAY "Invalid lowest mark - must be 0 to 100."
                   set EntryStatus to "N"
               else
                   if BandIdx > 1
                       compute PriorIdx = BandIdx - 1
                       if MinMarksInNum not < NsMinMarks (PriorIdx)
                           DISPLAY "Invalid lowest mark - must be "
                               "below the band before."
                           set EntryStatus to "N"
                       end-if
                   end-if
               end-if
           end-if
           if PointsWhole not numeric or PointsDot not = "."
                   or PointsTenth not numeric
               DISPLAY "Invalid grade points - key as 9.9."
               set EntryStatus to "N"
           end-if
           if EntryValid
               move LetterIn to NsLetter (BandIdx)
               move MinMarksInNum to NsMinMarks (BandIdx)
               compute NsPoints (BandIdx) =
                   PointsWholeNum + PointsTenthNum / 10
               if MinMarksInNum = zero
                   set BandsComplete to true
               end-if
           end-if.

       CheckLetterUnused.
           if NsLetter (PriorIdx) = LetterIn
               DISPLAY "Invalid letter - " LetterIn
                   " is already a band."
               set EntryStatus to "N"
           end-if.

      *Logs who touched this scale and when, with the before and
      *after record images, in the same audit file the course
      *maintenance writes. The student id slot is zero because a
      *scale action has no student.
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
                   DISPLAY "Warning - audit entry for scale "
                       WantedCourseCode " was not written - status "
                       AuditFileStatus
               end-if
           end-if.
