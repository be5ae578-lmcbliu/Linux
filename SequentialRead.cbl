      *maintains existing ones - change by REWRITE or delete - so a
      *mistyped record no longer means rekeying the whole file.
      *Rejects records with a bad gender, course code or birth date.
      *Every add also enrolls the student on their course for the
      *current term in enroll.dat, and a student already on file can
      *be enrolled on a further course without a second StudentId.
      *Course capacity is counted off the enrollment master, and a
      *course's prerequisites must have been passed, or overridden
      *under an operator id, before a student is put on it.
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
       01 StudentFileStatus     pic xx.
           88 StatusOK          value "00".
           88 WaitStatusOK      value "00".
           88 WaitStatusNotFnd  value "35".

       01 EnrollFileStatus      pic xx.
           88 EnrollStatusOK    value "00".
           88 EnrollStatusNotFnd value "35".

      *Whether the course master opened for capacity checking -
      *remembered at open time because the file status itself is
      *overwritten by every keyed lookup.
       01 CourseLookupFlag      pic x value "N".
           88 CourseLookupOn    value "Y".
       01 EnrollLookupFlag      pic x value "N".
           88 EnrollLookupOn    value "Y".

       01 CapacityWork.
           05 CurrentEnrollment pic 9(5).
           05 CourseFullFlag    pic x.
               88 CourseIsFull  value "Y".
           05 EndOfEnrollSweep  pic x.
               88 EnrollSweepDone value "Y".

      *The term every enrollment this run writes or counts belongs
      *to - derived from the run date, the same way the billing run
      *derives it, so a seat is always counted in the term it is
      *billed in.
       01 EnrollTerm            pic x(6).

      *Set before the waitlist write so the promotion run knows what
      *the held seat is wanted for.
       01 DivertReason          pic x.

      *Another course for a student already on file - the keyed
      *StudentId and wanted course, and whether they already hold it
      *this term.
       01 ExtraCourseWork.
           05 WantedCourseCode  pic x(4).
           05 EnrolledFlag      pic x.
               88 AlreadyEnrolled value "Y".
           05 OfferedFlag       pic x.
               88 CourseOffered value "Y".

      *Run-journal tallies - what this run read or keyed and what it
      *actually put on the master file.
           05 WriteTally        pic 9(7) value zero.

           COPY JRNLAREA.
           COPY OPRAREA.

       01 CheckpointWork.
           05 LastProcessedId   pic 9(7) value zero.
           05 OldRecordImage    pic x(68).
           05 NewRecordImage    pic x(68).

      *The prerequisite check's interface, and the record layout the
      *failed prerequisite is laid out in for an override's audit
      *entry - the same image PrereqMaint audits the file with.
           COPY PRQAREA.
           COPY PREREQ.

           COPY ENTAREA.

       01 MaintWork.
           05 WantedStudentId   pic 9(7).
           05 MaintChoice       pic x.
           88 ListMode         value "L" "l".
           88 AddMode          value "A" "a".
           88 MaintMode        value "M" "m".
           88 EnrolMode        value "E" "e".

       01 EntryValidation.
           05 EntryStatus       pic x value "Y".
      *    Add or Maintain run.
           initialize RunTallies
           move spaces to OperatorId
           call "CurrentTerm" using EnrollTerm

           if LnkRunMode = "L" or LnkRunMode = "l"
                   or LnkRunMode = "A" or LnkRunMode = "a"
                   or LnkRunMode = "M" or LnkRunMode = "m"
                   or LnkRunMode = "E" or LnkRunMode = "e"
               move LnkRunMode to RunMode
           else
               DISPLAY "L - List students   A - Add a student"
               DISPLAY "M - Maintain a student (change or delete)"
               DISPLAY "E - Enrol a student on another course"
               DISPLAY "Select a mode: " WITH NO ADVANCING
               ACCEPT RunMode
           end-if.
                   perform AddStudents
               when MaintMode
                   perform MaintainStudents
               when EnrolMode
                   perform EnrolStudents
               when other
                   DISPLAY "Unrecognised mode - nothing done."
           end-evaluate
           move zero to LastProcessedId
           perform WriteCheckpoint.

      *The operator signed on at the menu; run on its own, SeqRead
      *has its operator sign on before an add, enrol or change.
       GetSignedOnOperator.
           move "SeqRead" to oprprogram
           set OprGetSession to true
           call "OperSession" using oprarea
           move oprid to OperatorId.

       AddStudents.
           perform GetSignedOnOperator.
           open i-o studentfile.
           if StatusNotFound
               open output studentfile
           end-if
           perform CheckOpenStatus
           if StatusOK
               perform OpenEnrollFile
               if EnrollStatusOK
                   perform OpenAuditFile
                   perform OpenCourseLookup
                   perform AddAllStudents
                   close auditfile
                   if CourseLookupOn
                       close coursefile
                   end-if
                   close enrollfile
               end-if
               close studentfile
           end-if.

       AddAllStudents.
           DISPLAY "Enter student details using template below."
           DISPLAY "Enter no data to end"
           perform GetStudentRecord
           perform until studentrec = spaces
               add 1 to ReadTally
               perform ValidateStudentRecord
               if EntryValid
                   move coursecode to WantedCourseCode
                   perform CheckPrereqs
               end-if
               if EntryValid
                   move coursecode to coursemastercode
                   perform CheckCourseCapacity
                   if CourseIsFull
                       move "A" to DivertReason
                       perform DivertToWaitlist
                   else
                       perform WriteNewStudent
                   end-if
               else
                   DISPLAY "Record rejected - not written."
               end-if
               perform GetStudentRecord
           end-perform.

      *The student's course goes onto the enrollment master as their
      *first enrollment straight after the master record is written.
       WriteNewStudent.
           write studentrec
           if StatusOK
               move spaces to OldRecordImage
               move studentrec to NewRecordImage
               perform WriteAuditRecord
               perform RecordEntryTerm
               move coursecode to WantedCourseCode
               perform WriteEnrollment
           else
               DISPLAY "Student id " studentid
                   " not written - status "
                   StudentFileStatus
           end-if.

      *One course for the student in studentrec, in this run's term.
      *The master add is already made by the time a first enrollment
      *is written, so a failure here is reported for the operator to
      *enrol the student by hand rather than backing the add out.
       WriteEnrollment.
           move studentid to enrstudentid
           move WantedCourseCode to enrcoursecode
           move EnrollTerm to enrterm
           ACCEPT enrdate FROM DATE YYYYMMDD
           move "A" to enrstatus
           write enrollrec
           if EnrollStatusOK
               add 1 to WriteTally
               DISPLAY "Student id " studentid " enrolled on "
                   WantedCourseCode " for " EnrollTerm
           else
               DISPLAY "Student id " studentid " NOT enrolled on "
                   WantedCourseCode " - enroll.dat status "
                   EnrollFileStatus
           end-if.

      *Opens enroll.dat for update, creating it first the one time
      *it does not exist yet. Without it no seat can be counted or
      *recorded, so the add and enrol paths do not run.
       OpenEnrollFile.
           open i-o enrollfile
           if EnrollStatusNotFnd
               open output enrollfile
               close enrollfile
               open i-o enrollfile
           end-if
           if not EnrollStatusOK
               DISPLAY "enroll.dat will not open - status "
                   EnrollFileStatus ". Nothing added."
               set JournalError to true
           end-if.

      *Another course for a student already on file. The student is
      *looked up first so the operator sees who they are enrolling,
      *then the course goes through the same offered-course and
      *capacity checks an add gets - a full course waitlists the
      *student for it, the same as a turned-away add.
       EnrolStudents.
           perform GetSignedOnOperator.
           open input studentfile.
           perform CheckOpenStatus
           if StatusOK
               perform OpenEnrollFile
               if EnrollStatusOK
                   perform OpenAuditFile
                   perform OpenCourseLookup
                   perform GetMaintStudentId
                   perform until WantedStudentId = zero
                       add 1 to ReadTally
                       perform EnrolOneStudent
                       perform GetMaintStudentId
                   end-perform
                   close auditfile
                   if CourseLookupOn
                       close coursefile
                   end-if
                   close enrollfile
               end-if
               close studentfile
           end-if.

       EnrolOneStudent.
           move WantedStudentId to studentid
           read studentfile
               invalid key
                   DISPLAY "Student id " WantedStudentId
                       " not on file - add them first."
               not invalid key
                   perform GetExtraCourse
           end-read.

       GetExtraCourse.
           display studentid space studentname space coursecode
           DISPLAY "Enter course code to enrol on: "
               WITH NO ADVANCING
           ACCEPT WantedCourseCode
           perform CheckCourseOffered
           if not CourseOffered
               DISPLAY "Invalid course code - not offered."
           else
               perform CheckAlreadyEnrolled
               if AlreadyEnrolled
                   DISPLAY "Student id " studentid " is already on "
                       WantedCourseCode " for " EnrollTerm
                       " - nothing done."
               else
                   set EntryValid to true
                   perform CheckPrereqs
                   if EntryValid
                       perform EnrolIfSeatFree
                   else
                       DISPLAY "Student id " studentid " NOT enrolled"
                           " on " WantedCourseCode "."
                   end-if
               end-if
           end-if.

       EnrolIfSeatFree.
           move WantedCourseCode to coursemastercode
           perform CheckCourseCapacity
           if CourseIsFull
               move WantedCourseCode to coursecode
               move "E" to DivertReason
               perform DivertToWaitlist
           else
               perform WriteExtraEnrollment
           end-if.

      *Every prerequisite of the wanted course must already have been
      *passed. One that has not is shown with the reason, and the
      *student goes through only if an operator with the authority
      *keys their id to override it - or the registrar has already
      *granted a standing override for the student and course. An
      *override either way goes on the audit trail under the
      *operator who gave it; a refusal leaves EntryValid off.
       CheckPrereqs.
           move studentid to prqstudentid
           move WantedCourseCode to prqcoursecode
           call "PrereqCheck" using prqarea
           evaluate true
               when PrereqsMet
                   continue
               when PrereqsOverridden
                   DISPLAY "Student id " studentid " - " prqreason
                   DISPLAY "Standing override granted by "
                       prqoperator " - allowed on " WantedCourseCode
                   perform WritePrereqOverride
               when other
                   DISPLAY "Student id " studentid " - " prqreason
      *            The authorising operator signs for the override
      *            with their own id and password.
                   move "SeqRead" to oprprogram
                   set OprVerify to true
                   call "OperSession" using oprarea
                   if not OprAccepted
                       DISPLAY "Refused - prerequisite not met."
                       set EntryStatus to "N"
                   else
                       move oprid to prqoperator
                       perform WritePrereqOverride
                   end-if
           end-evaluate.

      *The override entry names the operator who gave it rather than
      *the one keying, and carries the course and the prerequisite
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

       CheckCourseOffered.
           move "N" to OfferedFlag
           set CourseIdx to 1
           search CourseCodeEntry
               at end
                   continue
               when CourseCodeEntry (CourseIdx) = WantedCourseCode
                   set CourseOffered to true
           end-search.

      *A direct READ of the enrollment master - an active record for
      *the student, course and term means the seat is already theirs.
       CheckAlreadyEnrolled.
           move "N" to EnrolledFlag
           move studentid to enrstudentid
           move WantedCourseCode to enrcoursecode
           move EnrollTerm to enrterm
           read enrollfile
               invalid key
                   continue
               not invalid key
                   if EnrollActive
                       set AlreadyEnrolled to true
                   end-if
           end-read.

      *A record already on file for the course and term was left by
      *a transfer, so it is put back to active rather than written a
      *second time. The enrollment images go on the audit trail
      *under the student.
       WriteExtraEnrollment.
           move studentid to enrstudentid
           move WantedCourseCode to enrcoursecode
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
           end-read
           if EnrollStatusOK
               add 1 to WriteTally
               move "ENRADD" to AuditAction
               move enrollrec to NewRecordImage
               perform WriteAuditRecord
               DISPLAY "Student id " studentid " enrolled on "
                   WantedCourseCode " for " EnrollTerm
           else
               DISPLAY "Student id " studentid " NOT enrolled on "
                   WantedCourseCode " - enroll.dat status "
                   EnrollFileStatus
           end-if.

      *Capacity checking needs the course master - without it adds
      *still work, they just cannot be held to a maximum, the same
      *stance the audit file takes.
           end-if.

      *Full means the course carries a non-zero maximum and the
      *enrollment master already holds that many active enrollments
      *on it this term. A course with no master record or a zero
      *maximum is uncapped. The caller has put the wanted course in
      *the course key field.
       CheckCourseCapacity.
           move "N" to CourseFullFlag
           if CourseLookupOn
               read coursefile
                   invalid key
                       continue
               end-read
           end-if.

      *Counts the active enrollments on the wanted course for this
      *term with a sequential sweep of the enrollment master - a
      *keyed START at the top, forward reads to the end. The wanted
      *code is compared through the course key field, which the
      *capacity read has already set. The sweep leaves studentrec
      *alone - they are different files.
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
               move DivertReason to waitreason
               write waitrec
               if WaitStatusOK
                   DISPLAY "Course " coursecode " is full - student "
           end-if.

       MaintainStudents.
           perform GetSignedOnOperator.
           open i-o studentfile.
           perform CheckOpenStatus
           if StatusOK
               perform OpenAuditFile
               perform OpenEnrollForDelete
               perform GetMaintStudentId
               perform until WantedStudentId = zero
                   add 1 to ReadTally
               end-perform
               close studentfile
               close auditfile
               if EnrollLookupOn
                   close enrollfile
               end-if
           end-if.

      *A deleted student's enrollments come off with them so their
      *seats open for the waitlist. Without the enrollment master a
      *delete still works, the seats just have to be freed by hand.
       OpenEnrollForDelete.
           move "N" to EnrollLookupFlag
           open i-o enrollfile
           if EnrollStatusOK
               set EnrollLookupOn to true
           else
               DISPLAY "Warning - enroll.dat will not open - status "
                   EnrollFileStatus ". Deletes will not free seats."
           end-if.

      *Opens audit.dat for appending, creating it first the one time
               move spaces to NewRecordImage
               perform WriteAuditRecord
               DISPLAY "Student id " WantedStudentId " deleted."
               if EnrollLookupOn
                   perform DropEnrollments
               end-if
           else
               DISPLAY "Student id " WantedStudentId
                   " not deleted - status " StudentFileStatus
           end-if.

      *Sweeps the deleted student's enrollments - a keyed START at
      *their id then forward reads until the id changes - deleting
      *each one with an audit entry carrying its image.
       DropEnrollments.
           move "N" to EndOfEnrollSweep
           move WantedStudentId to enrstudentid
           move low-values to enrcoursecode
           move low-values to enrterm
           start enrollfile key is greater than enrollkey
               invalid key
                   set EnrollSweepDone to true
           end-start
           if not EnrollSweepDone
               perform ReadNextTheirEnrollment
           end-if
           perform until EnrollSweepDone
               move enrollrec to OldRecordImage
               delete enrollfile record
               if EnrollStatusOK
                   add 1 to WriteTally
                   move "ENRDEL" to AuditAction
                   move spaces to NewRecordImage
                   perform WriteAuditRecord
               else
                   DISPLAY "enroll.dat delete error - status "
                       EnrollFileStatus
               end-if
               perform ReadNextTheirEnrollment
           end-perform.

       ReadNextTheirEnrollment.
           read enrollfile next record
               at end set EnrollSweepDone to true
           end-read
           if not EnrollSweepDone
               if not EnrollStatusOK
                   DISPLAY "enroll.dat record read error - status "
                       EnrollFileStatus
                   set EnrollSweepDone to true
               else
                   if enrstudentid not = WantedStudentId
                       set EnrollSweepDone to true
                   end-if
               end-if
           end-if.

      *Logs who touched this student and when, with the before and
      *after record images, so a change or delete can be traced back
      *to the run that made it. The caller has already set AuditAction
               not invalid key
                   DISPLAY "Student id " studentid
                       " already on file - record rejected."
                   DISPLAY "Use Enrol to put them on another course."
                   set EntryStatus to "N"
           end-read
           move IncomingRecordSave to studentrec.
                   end-if
               end-if
           end-if.

      *The term the student is added in becomes their entry term,
      *the cohort the retention report follows them in.
       RecordEntryTerm.
           move studentid to entastudentid
           move EnrollTerm to entaterm
           call "EntryTerm" using entarea.
