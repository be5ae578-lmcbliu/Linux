      *ones to students.dat with an audit entry, and writes every
      *reject to rejects.dat with the reason text so Admissions can
      *fix and resend. No operator keying - runnable unattended.
      *Each add is enrolled on its course for the current term in
      *enroll.dat. A record for a StudentId already on file under the
      *same surname is another course for that student and goes on
      *the enrollment master alone; capacity is counted off it.
      *A course whose prerequisites the student has not passed is
      *rejected with the one missing, unless the registrar has put a
      *standing override on file, which is honoured and audited.
      *A new student's entry term is recorded as they are added.

       Environment division.
       input-output section.
           select waitlistfile assign to "C:\Cobol\waitlist.dat"
               organization is line sequential
               file status is WaitFileStatus.
           select enrollfile assign to "C:\Cobol\enroll.dat"
               organization is indexed
               access mode is dynamic
               record key is enrollkey
               file status is EnrollFileStatus.

       Data division.
       file section.
       FD waitlistfile.
           COPY WAITLIST.

       FD enrollfile.
           COPY ENROLL.

       Working-storage section.
       01 TransFileStatus       pic xx.
           88 TransStatusOK     value "00".
           88 WaitStatusOK      value "00".
           88 WaitStatusNotFnd  value "35".

       01 EnrollFileStatus      pic xx.
           88 EnrollStatusOK    value "00".
           88 EnrollStatusNotFnd value "35".

      *Whether the course master opened for capacity checking -
      *remembered at open time because the file status itself is
      *overwritten by every keyed lookup.

       01 CapacityWork.
           05 CurrentEnrollment pic 9(5).
           05 CourseFullFlag    pic x.
               88 CourseIsFull  value "Y".
           05 EndOfEnrollSweep  pic x.
               88 EnrollSweepDone value "Y".

      *The term every enrollment this run writes or counts belongs
      *to - derived from the run date, as the billing run derives it.
       01 EnrollTerm            pic x(6).

      *Set by the duplicate-id lookup when the StudentId is already
      *on file under the same surname - the record is another course
      *for that student rather than a second student.
       01 OnFileFlag            pic x value "N".
           88 StudentOnFile     value "Y".

       01 ApplyCounts.
           05 AcceptedCount     pic 9(5) value zero.
           05 RejectedCount     pic 9(5) value zero.
           05 WaitlistedCount   pic 9(5) value zero.
           05 EnrolledCount     pic 9(5) value zero.

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
      *    so the counts are reset here or repeat runs inflate the
      *    journal and the end-of-run summary.
           initialize ApplyCounts
           call "CurrentTerm" using EnrollTerm
           open input transfile
           if TransStatusNotFnd
               DISPLAY "stuadds.dat not found - nothing to apply."
           set JournalEnd to true
           move OperatorId to jrnloperator
           compute jrnlreads = AcceptedCount + RejectedCount
               + WaitlistedCount + EnrolledCount
           compute jrnlwrites = AcceptedCount + EnrolledCount
           call "RunJournal" using jrnlarea
           goback.

           end-if
           perform CheckOpenStatus
           if StatusOK
               perform OpenEnrollFile
               if EnrollStatusOK
                   perform OpenAuditFile
                   perform OpenCourseLookup
                   open output rejectfile
                   if not RejectStatusOK
                       DISPLAY "rejects.dat will not open - status "
                           RejectFileStatus ". Run abandoned."
                       set JournalError to true
                   else
                       perform ApplyAllRecords
                       close rejectfile
                       DISPLAY AcceptedCount " record(s) applied, "
                           EnrolledCount " added to another course, "
                           RejectedCount " rejected to rejects.dat, "
                           WaitlistedCount " waitlisted"
                   end-if
                   close auditfile
                   if CourseLookupOn
                       close coursefile
                   end-if
                   close enrollfile
               end-if
               close studentfile
           end-if.

      *Opens enroll.dat for update, creating it first the one time
      *it does not exist yet. Without it no seat can be counted or
      *recorded, so the run is abandoned.
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

       ApplyAllRecords.
       ApplyOneRecord.
           move transrec to studentrec
           perform ValidateStudentRecord
           if EntryValid
               perform CheckPrereqs
           end-if
           if EntryValid
               perform CheckCourseCapacity
           end-if
                   perform WriteRejectRecord
               when CourseIsFull
                   perform DivertToWaitlist
               when StudentOnFile
                   perform ApplyExtraCourse
               when other
                   perform ApplyGoodRecord
           end-evaluate.

      *The new student's course goes onto the enrollment master as
      *their first enrollment straight after the master record.
       ApplyGoodRecord.
           write studentrec
           if StatusOK
               move spaces to OldRecordImage
               move studentrec to NewRecordImage
               perform WriteAuditRecord
               perform RecordEntryTerm
               perform WriteEnrollment
               if not EnrollStatusOK
                   move spaces to RejectReason
                   string "added - enrollment not written - status "
                       EnrollFileStatus delimited by size
                       into RejectReason
                   perform WriteRejectRecord
               end-if
           else
               move spaces to RejectReason
               string "not written - file status "
               perform WriteRejectRecord
           end-if.

      *Another course for a student already on file - only the
      *enrollment master is written, the master record is left as it
      *stands. A course left earlier this term by transfer already
      *has a record, which is put back to active.
       ApplyExtraCourse.
           perform WriteEnrollment
           if EnrollStatusOK
               add 1 to EnrolledCount
               move "ENRADD" to AuditAction
               move enrollrec to NewRecordImage
               perform WriteAuditRecord
           else
               move spaces to RejectReason
               string "enrollment not written - file status "
                   EnrollFileStatus delimited by size
                   into RejectReason
               perform WriteRejectRecord
           end-if.

      *One course for the student in studentrec, in this run's term.
      *OldRecordImage is left holding the enrollment as it stood, for
      *the audit entry of an extra course.
       WriteEnrollment.
           move studentid to enrstudentid
           move coursecode to enrcoursecode
           move EnrollTerm to enrterm
           read enrollfile
               invalid key
                   move spaces to OldRecordImage
                   ACCEPT enrdate FROM DATE YYYYMMDD
                   move "A" to enrstatus
                   write enrollrec
               not invalid key
                   move enrollrec to OldRecordImage
                   ACCEPT enrdate FROM DATE YYYYMMDD
                   move "A" to enrstatus
                   rewrite enrollrec
           end-read.

       WriteRejectRecord.
           add 1 to RejectedCount
           move transrec to RejRecordImage
           end-if.

      *Full means the course carries a non-zero maximum and the
      *enrollment master already holds that many active enrollments
      *on it this term. A course with no master record or a zero
      *maximum is uncapped.
       CheckCourseCapacity.
           move "N" to CourseFullFlag
           if CourseLookupOn
               end-read
           end-if.

      *Counts the active enrollments on the incoming course for this
      *term with a sequential sweep of the enrollment master - a
      *keyed START at the top, forward reads to the end. The wanted
      *code is compared through the course key field, which the
      *capacity read has already set.
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

      *The turned-away student goes on the waitlist in arrival order
               move AuditTime to waittime
               move coursecode to waitcoursecode
               move studentrec to waitrecord
               if StudentOnFile
                   move "E" to waitreason
               else
                   move "A" to waitreason
               end-if
               write waitrec
               if WaitStatusOK
                   add 1 to WaitlistedCount
       ValidateStudentRecord.
           set EntryValid to true.
           move spaces to RejectReason.
           move "N" to OnFileFlag.

           perform CheckDuplicateId.

               move PendingReason to RejectReason
           end-if.

      *An incoming StudentId already on file under the same surname
      *is another course for that student; under another surname it
      *is a clash and is refused. studentfile is open I-O so the
      *keyed READ below is a plain lookup. The transaction is still
      *intact in transrec, so nothing needs saving around it.
       CheckDuplicateId.
           read studentfile
               invalid key
                   continue
               not invalid key
                   if surname = Transurname
                       set StudentOnFile to true
                   else
                       move "student id on file under another name"
                           to PendingReason
                       perform FlagReject
                   end-if
           end-read
           move transrec to studentrec
           if StudentOnFile
               perform CheckAlreadyEnrolled
           end-if.

      *A direct READ of the enrollment master - an active record for
      *the student, course and term means there is nothing to add.
       CheckAlreadyEnrolled.
           move studentid to enrstudentid
           move coursecode to enrcoursecode
           move EnrollTerm to enrterm
           read enrollfile
               invalid key
                   continue
               not invalid key
                   if EnrollActive
                       move "already enrolled on course this term"
                           to PendingReason
                       perform FlagReject
                   end-if
           end-read.

      *Only a record that has passed every other check gets here, so
      *an override is never audited for a record that is rejected
      *anyway. There is no one to ask in an unattended run - only an
      *override the registrar has already put on file lets a student
      *through without the prerequisites.
       CheckPrereqs.
           move studentid to prqstudentid
           move coursecode to prqcoursecode
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

      *Gives a plain-English message instead of letting a bad OPEN
      *abend the overnight run.
       CheckOpenStatus.
                   end-if
               end-if
           end-if.

      *The term the student is added in becomes their entry term,
      *the cohort the retention report follows them in.
       RecordEntryTerm.
           move studentid to entastudentid
           move EnrollTerm to entaterm
           call "EntryTerm" using entarea.
