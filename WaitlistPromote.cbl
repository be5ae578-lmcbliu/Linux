      *students.dat with an ADD audit entry, takes them off the
      *waitlist, and prints a register of who was seated and who
      *still waits. No operator keying - runnable unattended.
      *Seats are counted off the enrollment master for the current
      *term. A seated new student is enrolled there on the held
      *course; an entry held for another course for a student
      *already on file is seated on the enrollment master alone.
      *Before a seat is given, the course's prerequisites must have
      *been passed; an entry whose student has not passed them is
      *taken off the list unless the registrar has put a standing
      *override on file, which is honoured and audited.
      *A new student's entry term is recorded as they are added.

       Environment division.
       input-output section.
           select registerfile assign to "C:\Cobol\promoreg.lst"
               organization is line sequential
               file status is RegisterFileStatus.
           select enrollfile assign to "C:\Cobol\enroll.dat"
               organization is indexed
               access mode is dynamic
               record key is enrollkey
               file status is EnrollFileStatus.

       Data division.
       file section.
       FD registerfile.
       01 registerline          pic x(70).

       FD enrollfile.
           COPY ENROLL.

       Working-storage section.
       01 WaitFileStatus        pic xx.
           88 WaitStatusOK      value "00".
       01 RegisterFileStatus    pic xx.
           88 RegisterStatusOK  value "00".

       01 EnrollFileStatus      pic xx.
           88 EnrollStatusOK    value "00".
           88 EnrollStatusNotFnd value "35".

       01 EndOfWaitlist         pic x value "N".
           88 AllWaitlistRead   value "Y".


       01 CapacityWork.
           05 CurrentEnrollment pic 9(5).
           05 CourseFullFlag    pic x.
               88 CourseIsFull  value "Y".
           05 EndOfEnrollSweep  pic x.
               88 EnrollSweepDone value "Y".

      *The term every seat this run counts or fills belongs to -
      *derived from the run date, as the add paths derive it.
       01 EnrollTerm            pic x(6).

       01 PromoteCounts.
           05 PromotedCount     pic 9(5) value zero.
           05 KeptCount         pic 9(3) value zero.
           05 KeptEntry         occurs 500 times
                                 indexed by KeptIdx
                                 pic x(87).

           COPY JRNLAREA.

           05 OldRecordImage    pic x(68).
           05 NewRecordImage    pic x(68).

      *The prerequisite check's interface, and the record layout the
      *failed prerequisite is laid out in for an override's audit
      *entry - the same image PrereqMaint audits the file with.
           COPY PRQAREA.
           COPY PREREQ.

           COPY ENTAREA.

       01 EntryValidation.
           05 EntryStatus       pic x value "Y".
               88 EntryValid    value "Y".
       01 TransferFlag          pic x value "N".
           88 TransferIsPending value "Y".

      *A held entry whose student is on the master and was held for
      *another course - seated by enrolling them on it, the master
      *record is left as it stands.
       01 ExtraCourseFlag       pic x value "N".
           88 ExtraCourseWanted value "Y".

      *Offered-course table, the same list SeqRead checks a keyed
      *add against.
       01 CourseCodeList.
           move zero to PageNumber
           move zero to LineCount
           ACCEPT RunDateYMD FROM DATE YYYYMMDD
           call "CurrentTerm" using EnrollTerm
           open input waitlistfile
           if WaitStatusNotFnd
               DISPLAY "waitlist.dat not found - no one is waiting."
           open i-o studentfile
           perform CheckStudentOpenStatus
           if StatusOK
               perform OpenEnrollFile
               if EnrollStatusOK
                   perform OpenAuditFile
                   perform OpenCourseLookup
                   open output registerfile
                   if not RegisterStatusOK
                       DISPLAY "promoreg.lst will not open - status "
                           RegisterFileStatus ". Run abandoned."
                       set JournalError to true
                   else
                       perform WriteHeading
                       perform JudgeAllWaitEntries
                       perform WriteRunTotals
                       close registerfile
                       DISPLAY PromotedCount " student(s) seated, "
                           WaitingCount " still waiting, "
                           RemovedCount " removed - register on "
                           "promoreg.lst"
                   end-if
                   close auditfile
                   if CourseLookupOn
                       close coursefile
                   end-if
                   close enrollfile
               end-if
               close studentfile
           end-if
           close waitlistfile
           if not JournalError
               perform RewriteWaitlist
           end-if.

      *Opens enroll.dat for update, creating it first the one time
      *it does not exist yet. Without it no seat can be counted or
      *filled, so the run is abandoned and the list left as it is.
       OpenEnrollFile.
           open i-o enrollfile
           if EnrollStatusNotFnd
               open output enrollfile
               close enrollfile
               open i-o enrollfile
           end-if
           if not EnrollStatusOK
               DISPLAY "enroll.dat will not open - status "
                   EnrollFileStatus ". Run abandoned."
               set JournalError to true
           end-if.

       JudgeAllWaitEntries.
           perform ReadWaitlistEntry
           perform until AllWaitlistRead
               perform JudgeAddEntry
           end-if.

      *Prerequisites are only judged once a seat is free, so an entry
      *still waiting on a full course is not audited for an override
      *on every pass of the list.
       JudgeAddEntry.
           if not EntryValid
               perform RemoveWaitEntry
           else
               perform CheckCourseCapacity
               if not CourseIsFull
                   perform CheckPrereqs
               end-if
               evaluate true
                   when CourseIsFull
                       perform KeepOnWaitlist
                       add 1 to WaitingCount
                       move "still waiting - course full"
                           to DetOutcome
                       perform WriteRegisterLine
                   when not EntryValid
                       perform RemoveWaitEntry
                   when ExtraCourseWanted
                       perform PromoteExtraCourse
                   when other
                       perform PromoteStudent
               end-evaluate
           end-if.

       RemoveWaitEntry.
           add 1 to RemovedCount
           move spaces to DetOutcome
           string "REMOVED - " RejectReason
               delimited by size into DetOutcome
           perform WriteRegisterLine.

      *There is no one to ask in an unattended run - only an override
      *the registrar has already put on file lets a student through
      *without the prerequisites.
       CheckPrereqs.
           move studentid to prqstudentid
           move waitcoursecode to prqcoursecode
           call "PrereqCheck" using prqarea
           evaluate true
               when PrereqsMet
                   continue
               when PrereqsOverridden
                   perform WritePrereqOverride
               when other
                   move prqreason to PendingReason
                   perform FlagReject
           end-evaluate.

      *The new student goes onto the master, then onto the enrollment
      *master on the held course.
       PromoteStudent.
           write studentrec
           if StatusOK
               move spaces to OldRecordImage
               move studentrec to NewRecordImage
               perform WriteAuditRecord
               perform RecordEntryTerm
               perform WriteEnrollment
               if EnrollStatusOK
                   move "SEATED - added to students.dat" to DetOutcome
               else
                   move spaces to DetOutcome
                   string "SEATED - enrollment not written - status "
                       EnrollFileStatus delimited by size
                       into DetOutcome
               end-if
               perform WriteRegisterLine
           else
               perform KeepOnWaitlist
               perform WriteRegisterLine
           end-if.

      *A student already on file seated on another course - only the
      *enrollment master is written, with an ENRADD audit entry.
       PromoteExtraCourse.
           perform WriteEnrollment
           if EnrollStatusOK
               add 1 to PromotedCount
               move "ENRADD" to AuditAction
               move enrollrec to NewRecordImage
               perform WriteAuditRecord
               move "SEATED - enrolled on another course"
                   to DetOutcome
               perform WriteRegisterLine
           else
               perform KeepOnWaitlist
               add 1 to WaitingCount
               move spaces to DetOutcome
               string "still waiting - not enrolled - status "
                   EnrollFileStatus delimited by size into DetOutcome
               perform WriteRegisterLine
           end-if.

      *The held course for the student in studentrec, in this run's
      *term. A course left earlier this term by transfer already has
      *a record, which is put back to active; OldRecordImage is left
      *holding the enrollment as it stood for the audit entry.
       WriteEnrollment.
           move studentid to enrstudentid
           move waitcoursecode to enrcoursecode
           move EnrollTerm to enrterm
           read enrollfile
               invalid key
                   move spaces to OldRecordImage
                   move RunDateYMD to enrdate
                   move "A" to enrstatus
                   write enrollrec
               not invalid key
                   move enrollrec to OldRecordImage
                   move RunDateYMD to enrdate
                   move "A" to enrstatus
                   rewrite enrollrec
           end-read.

       KeepOnWaitlist.
           if KeptCount < 500
               add 1 to KeptCount
           end-if.

      *Full means the course carries a non-zero maximum and the
      *enrollment master already holds that many active enrollments
      *on it this term. A course with no master record or a zero
      *maximum is uncapped. Without the course master open nothing
      *can be proven, so the entry is held full and keeps waiting.
       CheckCourseCapacity.
           move "N" to CourseFullFlag
           if CourseLookupOn
               move waitcoursecode to coursemastercode
               read coursefile
                   invalid key
                       continue
               set CourseIsFull to true
           end-if.

      *Counts the active enrollments on the held course for this
      *term with a sequential sweep of the enrollment master -
      *promotions made earlier in this run are on the file and count
      *like anyone else. The wanted code is compared through the
      *course key field, which the capacity read has already set.
       CountEnrollment.
           move zero to CurrentEnrollment
           move "N" to EndOfEnrollSweep
           move zero to enrstudentid
           move low-values to enrcoursecode
           move low-values to enrterm
           start enrollfile key is greater than enrollkey
               invalid key
                   set EnrollSweepDone to true
           end-start
           if not EnrollSweepDone
               perform ReadNextForCount
           end-if
           perform until EnrollSweepDone
               if enrcoursecode = coursemastercode
                       and enrterm = EnrollTerm
                       and EnrollActive
                   add 1 to CurrentEnrollment
               end-if
               perform ReadNextForCount
           end-perform.

       ReadNextForCount.
           read enrollfile next record
               at end set EnrollSweepDone to true
           end-read
           if not EnrollSweepDone and not EnrollStatusOK
               DISPLAY "enroll.dat record read error - status "
                   EnrollFileStatus
               set EnrollSweepDone to true
           end-if.

      *The same checks SeqRead applies to a keyed add - a bad gender,
       ValidateHeldRecord.
           set EntryValid to true.
           move "N" to TransferFlag.
           move "N" to ExtraCourseFlag.
           move spaces to RejectReason.

           perform CheckDuplicateId.
           end-if.

      *Refuses the promotion if the held StudentId is already on
      *file and already enrolled on the held course this term -
      *someone enrolled the student by hand from the waitlist
      *report, so the entry has been overtaken. Otherwise an entry
      *held for another course is seated on the enrollment master,
      *and any other entry for a student on file is a diverted
      *transfer request and is flagged to stay waiting instead. The
      *held image is still intact in waitrecord, so studentrec is
      *restored from it after the keyed lookup.
               invalid key
                   continue
               not invalid key
                   perform JudgeStudentOnFile
           end-read
           move waitrecord to studentrec.

       JudgeStudentOnFile.
           move studentid to enrstudentid
           move waitcoursecode to enrcoursecode
           move EnrollTerm to enrterm
           read enrollfile
               invalid key
                   move "N" to enrstatus
               not invalid key
                   continue
           end-read
           evaluate true
               when EnrollActive
                   move "already enrolled on course" to PendingReason
                   perform FlagReject
               when WaitForExtraCourse
                   set ExtraCourseWanted to true
               when other
                   set TransferIsPending to true
           end-evaluate.

       ValidateDateOfBirth.
           ACCEPT TodayYMD FROM DATE YYYYMMDD.

               end-if
           end-if.

      *The override entry names the operator who granted it rather
      *than the batch id, and carries the course and the prerequisite
      *that was not met in the prerequisite record layout.
       WritePrereqOverride.
           move prqcoursecode to prereqcourse
           move prqfailcourse to prereqrequired
           move prqminmarks to prereqminmarks
           ACCEPT AuditDate FROM DATE YYYYMMDD
           ACCEPT AuditTime FROM TIME
           move studentid to audstudentid
           move prqoperator to audoperator
           move AuditDate to audactiondate
           move AuditTime to audactiontime
           move "PRQOVR" to audaction
           move spaces to audoldrecord
           move prereqrec to audnewrecord
           if AuditStatusOK
               write auditrec
               if not AuditStatusOK
                   DISPLAY "Warning - override audit entry for student "
                       studentid " was not written - status "
                       AuditFileStatus
               end-if
           end-if.

       WriteRegisterLine.
           if LineCount >= LinesPerPage
               perform WriteHeading
                   end-if
               end-if
           end-if.

      *The term the student is added in becomes their entry term,
      *the cohort the retention report follows them in.
       RecordEntryTerm.
           move studentid to entastudentid
           move EnrollTerm to entaterm
           call "EntryTerm" using entarea.
