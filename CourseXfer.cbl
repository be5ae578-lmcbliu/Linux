      *old course's charge for the term and a fresh charge at the
      *new course's rate times credit hours - and flags that a seat
      *opened on the old course so the waitlist promotion run can
      *fill it. The seat itself lives on the enrollment master: the
      *operator names the course being left, that enrollment is
      *marked transferred and the target enrollment written, and the
      *master record's CourseCode only follows when the course left
      *is the one it carries. The target's prerequisites must have
      *been passed, or overridden under an operator id, first.

       Environment division.
       input-output section.
               record key is coursemastercode
               file status is CourseFileStatus.
           select billfile assign to "C:\Cobol\bills.dat"
               organization is indexed
               access mode is dynamic
               record key is billkey
               file status is BillFileStatus.
           select waitlistfile assign to "C:\Cobol\waitlist.dat"
               organization is line sequential
           select auditfile assign to "C:\Cobol\audit.dat"
               organization is line sequential
               file status is AuditFileStatus.
           select enrollfile assign to "C:\Cobol\enroll.dat"
               organization is indexed
               access mode is dynamic
               record key is enrollkey
               file status is EnrollFileStatus.

       Data division.
       file section.
       FD auditfile.
           COPY AUDIT.

       FD enrollfile.
           COPY ENROLL.

       Working-storage section.
       01 StudentFileStatus     pic xx.
           88 StatusOK          value "00".
           88 AuditStatusOK     value "00".
           88 AuditStatusNotFound value "35".

       01 EnrollFileStatus      pic xx.
           88 EnrollStatusOK    value "00".
           88 EnrollStatusNotFnd value "35".

       01 EndOfBills            pic x value "N".
           88 AllBillsRead      value "Y".

           05 ScanRecordSave    pic x(68).
           05 CourseFullFlag    pic x.
               88 CourseIsFull  value "Y".
           05 EndOfEnrollSweep  pic x.
               88 EnrollSweepDone value "Y".

      *The two enrollments a transfer moves between - whether the
      *student holds the course being left and the target already,
      *and their images for the audit entry.
       01 EnrollmentWork.
           05 LeavingFlag       pic x.
               88 HoldsOldCourse value "Y".
           05 TargetFlag        pic x.
               88 HoldsTarget   value "Y".
           05 TargetOnFileFlag  pic x.
               88 TargetRecordOnFile value "Y".
           05 OldEnrollImage    pic x(68).
           05 NewEnrollImage    pic x(68).
           05 SeatMoveFlag      pic x.
               88 SeatMoved     value "Y".

       01 TransferWork.
           05 WantedStudentId   pic 9(7).
           05 NewCourseAmount   pic 9(6)v99.
           05 NewCourseHours    pic 9(2).
           05 NewCourseRate     pic 9(3)v99.
           05 PrereqFlag        pic x.
               88 PrereqCleared value "Y".

       01 TransferCounts.
           05 TransferredCount  pic 9(5) value zero.
           05 OldRecordImage    pic x(68).
           05 NewRecordImage    pic x(68).

      *The prerequisite check's interface, and the record layout the
      *failed prerequisite is laid out in for an override's audit
      *entry - the same image PrereqMaint audits the file with.
           COPY PRQAREA.
           COPY PREREQ.

      *Run-journal tallies - transfers keyed and masters rewritten.
       01 RunTallies.
           05 ReadTally         pic 9(7) value zero.
           05 WriteTally        pic 9(7) value zero.

           COPY JRNLAREA.
           COPY OPRAREA.
           COPY SEQAREA.

       Procedure division.
       begin.
           initialize TransferCounts
           ACCEPT RunDateYMD FROM DATE YYYYMMDD
           call "CurrentTerm" using RunTerm
      *    The operator signed on at the menu; run on its own, the
      *    program has its operator sign on before going further.
           move "CourseXfer" to oprprogram.
           set OprGetSession to true.
           call "OperSession" using oprarea.
           move oprid to OperatorId.
           open i-o studentfile
           perform CheckStudentOpenStatus
           if StatusOK
               open input coursefile
               perform CheckCourseOpenStatus
               if CourseStatusOK
                   perform OpenEnrollFile
                   if EnrollStatusOK
                       perform OpenAuditFile
                       DISPLAY "Course transfer - StudentId 0 ends"
                           " the run"
                       perform GetTransferEntry
                       perform until WantedStudentId = zero
                           add 1 to ReadTally
                           perform ApplyTransferEntry
                           perform GetTransferEntry
                       end-perform
                       close auditfile
                       close enrollfile
                   end-if
                   close coursefile
               end-if
               close studentfile
           DISPLAY "Enter student id (0 to end): " WITH NO ADVANCING.
           ACCEPT WantedStudentId.
           if WantedStudentId not = zero
               DISPLAY "Enter course code to leave: "
                   WITH NO ADVANCING
               ACCEPT OldCourseCode
               DISPLAY "Enter target course code: " WITH NO ADVANCING
               ACCEPT TargetCourseCode
           end-if.

      *Opens enroll.dat for update. A transfer moves a seat on the
      *enrollment master, so without it nothing can be transferred.
       OpenEnrollFile.
           open i-o enrollfile
           if not EnrollStatusOK
               DISPLAY "enroll.dat will not open - status "
                   EnrollFileStatus ". No transfers."
               set JournalError to true
           end-if.

      *Direct READ of students.dat by StudentId - the record must be
      *on file before anyone can be moved anywhere.
       ApplyTransferEntry.
                   perform JudgeTransfer
           end-read.

      *The student must hold the course being left this term and
      *must not hold the target already - the enrollment master is
      *read directly for both.
       JudgeTransfer.
           perform FindTheirEnrollments
           evaluate true
               when TargetCourseCode = OldCourseCode
                   DISPLAY "Student " WantedStudentId " is already on "
                       TargetCourseCode " - nothing transferred."
               when not HoldsOldCourse
                   DISPLAY "Student " WantedStudentId " is not on "
                       OldCourseCode " for " RunTerm
                       " - nothing transferred."
               when HoldsTarget
                   DISPLAY "Student " WantedStudentId " is already on "
                       TargetCourseCode " for " RunTerm
                       " - nothing transferred."
               when other
                   perform CheckPrereqs
                   if PrereqCleared
                       perform JudgeTargetCourse
                   else
                       DISPLAY "Student " WantedStudentId
                           " - nothing transferred."
                   end-if
           end-evaluate.

      *Every prerequisite of the target course must already have
      *been passed. One that has not is shown with the reason, and
      *the transfer goes ahead only if an operator with the authority
      *keys their id to override it - or the registrar has already
      *granted a standing override for the student and course. An
      *override either way goes on the audit trail under the
      *operator who gave it.
       CheckPrereqs.
           move "N" to PrereqFlag
           move WantedStudentId to prqstudentid
           move TargetCourseCode to prqcoursecode
           call "PrereqCheck" using prqarea
           evaluate true
               when PrereqsMet
                   set PrereqCleared to true
               when PrereqsOverridden
                   DISPLAY "Student " WantedStudentId " - " prqreason
                   DISPLAY "Standing override granted by "
                       prqoperator " - allowed on " TargetCourseCode
                   set PrereqCleared to true
                   perform WritePrereqOverride
               when other
                   DISPLAY "Student " WantedStudentId " - " prqreason
      *            The authorising operator signs for the override
      *            with their own id and password.
                   move "CourseXfer" to oprprogram
                   set OprVerify to true
                   call "OperSession" using oprarea
                   if not OprAccepted
                       DISPLAY "Refused - prerequisite not met."
                   else
                       move oprid to prqoperator
                       set PrereqCleared to true
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
           move WantedStudentId to audstudentid
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
                       WantedStudentId " was not written - status "
                       AuditFileStatus
               end-if
           end-if.

       FindTheirEnrollments.
           move "N" to LeavingFlag
           move "N" to TargetFlag
           move "N" to TargetOnFileFlag
           move WantedStudentId to enrstudentid
           move OldCourseCode to enrcoursecode
           move RunTerm to enrterm
           read enrollfile
               invalid key
                   continue
               not invalid key
                   if EnrollActive
                       set HoldsOldCourse to true
                   end-if
           end-read
           move WantedStudentId to enrstudentid
           move TargetCourseCode to enrcoursecode
           move RunTerm to enrterm
           read enrollfile
               invalid key
                   continue
               not invalid key
                   set TargetRecordOnFile to true
                   if EnrollActive
                       set HoldsTarget to true
                   end-if
           end-read.

       JudgeTargetCourse.
           move TargetCourseCode to coursemastercode
           read coursefile
               invalid key
                   DISPLAY "Course " TargetCourseCode " not on"
                       " course master - nothing transferred."
               not invalid key
                   move coursecredithours to NewCourseHours
                   move courserate to NewCourseRate
                   perform CheckCourseCapacity
                   if CourseIsFull
                       perform DivertToWaitlist
                   else
                       perform TransferStudent
                   end-if
           end-read.

      *Full means the target carries a non-zero maximum and the
      *enrollment master already holds that many active enrollments
      *on it this term - a zero maximum or no master record is
      *uncapped. The student being moved does not hold the target,
      *so the sweep cannot count them against it.
       CheckCourseCapacity.
           move "N" to CourseFullFlag
           if coursemaxenroll numeric
               end-if
           end-if.

      *Counts the active enrollments on the target course for this
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
                       and enrterm = RunTerm
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

      *The target is full, so the student goes on the waitlist for
               move TargetCourseCode to coursecode
               move studentrec to waitrecord
               move ScanRecordSave to studentrec
               move "T" to waitreason
               write waitrec
               if WaitStatusOK
                   add 1 to WaitlistedCount
               close waitlistfile
           end-if.

      *The seat moves first - the enrollment master, with an ENRXFR
      *audit entry carrying both enrollments - then the master record
      *if it carries the course left, with the CHANGE audit entry
      *SeqRead would write, then the billing follows it, and the
      *operator is told a seat opened behind the student.
       TransferStudent.
           perform MoveEnrollment
           if SeatMoved
               add 1 to TransferredCount
               move "ENRXFR" to AuditAction
               move OldEnrollImage to OldRecordImage
               move NewEnrollImage to NewRecordImage
               perform WriteAuditRecord
               if coursecode = OldCourseCode
                   perform RewriteMasterCourse
               end-if
               perform AdjustBilling
               DISPLAY "Student " WantedStudentId " transferred "
                   OldCourseCode " to " TargetCourseCode
               DISPLAY "A seat opened on " OldCourseCode " - run the"
                   " waitlist promotion to fill it."
           end-if.

      *The course left is marked transferred, then the target is
      *written - or put back to active, when an earlier transfer out
      *of it this term left its record behind. A target that will
      *not write puts the course left back as it was, so the student
      *never ends up holding neither seat.
       MoveEnrollment.
           move "N" to SeatMoveFlag
           move WantedStudentId to enrstudentid
           move OldCourseCode to enrcoursecode
           move RunTerm to enrterm
           read enrollfile
               invalid key
                   continue
               not invalid key
                   move enrollrec to OldEnrollImage
                   move "T" to enrstatus
                   rewrite enrollrec
           end-read
           if EnrollStatusOK
               move WantedStudentId to enrstudentid
               move TargetCourseCode to enrcoursecode
               move RunTerm to enrterm
               move RunDateYMD to enrdate
               move "A" to enrstatus
               if TargetRecordOnFile
                   rewrite enrollrec
               else
                   write enrollrec
               end-if
               if EnrollStatusOK
                   add 1 to WriteTally
                   move enrollrec to NewEnrollImage
                   set SeatMoved to true
               else
                   DISPLAY "Student " WantedStudentId " not enrolled"
                       " on " TargetCourseCode " - status "
                       EnrollFileStatus ". Nothing transferred."
                   move OldEnrollImage to enrollrec
                   move "A" to enrstatus
                   rewrite enrollrec
               end-if
           else
               DISPLAY "Student " WantedStudentId " enrollment on "
                   OldCourseCode " not rewritten - status "
                   EnrollFileStatus ". Nothing transferred."
           end-if.

      *The master record carries the course the student first
      *enrolled on, so it follows the seat when that is the one left.
       RewriteMasterCourse.
           move studentrec to OldRecordImage
           move TargetCourseCode to coursecode
           rewrite studentrec
           if not StatusOK
               DISPLAY "Warning - student id " WantedStudentId
                   " master not rewritten - status "
                   StudentFileStatus
               move OldRecordImage to studentrec
           else
               add 1 to WriteTally
               move "CHANGE" to AuditAction
               move studentrec to NewRecordImage
               perform WriteAuditRecord
           end-if.

      *What the old course still stands billed at for this term -
      *A student the billing run has not reached yet has nothing to
      *credit and nothing is written for the old course.
       AdjustBilling.
           open i-o billfile
           if BillStatusNotFnd
               open output billfile
               close billfile
               open i-o billfile
           end-if
           if not BillStatusOK
               DISPLAY "Warning - bills.dat will not open - status "
                   BillFileStatus ". Billing NOT adjusted for "
                   WantedStudentId "."
           else
               perform FindOldCourseNet
               if OldCourseNet > zero
                   perform WriteCreditRecord
               end-if
               close billfile
           end-if.

      *What the student still owes on the old course this term - its
      *charges less any credits, an aid award posted against it
      *included, so the transfer credit backs out only what the
      *award did not already cover. A keyed START at the student and
      *term, then forward reads until either changes.
       FindOldCourseNet.
           move zero to OldCourseNet
           move "N" to EndOfBills
           move WantedStudentId to billstudentid
           move RunTerm to billterm
           move zero to billseqno
           start billfile key is not less than billkey
               invalid key
                   set AllBillsRead to true
           end-start
           if not AllBillsRead
               perform ReadBillRecord
           end-if
           perform until AllBillsRead
               if billcoursecode = OldCourseCode
                   if BillIsCredit
                       subtract billamount from OldCourseNet
                   else
                       add billamount to OldCourseNet
                   end-if
               end-if
               perform ReadBillRecord
           end-perform.

       ReadBillRecord.
           read billfile next record
               at end set AllBillsRead to true
           end-read
           if not AllBillsRead
               if not BillStatusOK
                   DISPLAY "bills.dat record read error - status "
                       BillFileStatus
                   set AllBillsRead to true
               else
                   if billstudentid not = WantedStudentId
                           or billterm not = RunTerm
                       set AllBillsRead to true
                   end-if
               end-if
           end-if.

      *Each record written takes the next number NextSeq hands out;
      *no number means nothing is written.
       GetNextBillSeq.
           set SeqGetNext to true
           move "bills" to seqfilename
           move 9999999 to seqlimit
           call "NextSeq" using seqarea
           move seqnumber to billseqno.

       WriteCreditRecord.
           move WantedStudentId to billstudentid
           move OldCourseCode to billcoursecode
           move OldCourseNet to billamount
           move RunTerm to billterm
           move "CREDIT" to billtype
           move spaces to billawardcode
           perform GetNextBillSeq
           if SeqNotGiven
               DISPLAY "Warning - credit not written - no sequence "
                   "number."
           else
               write billrec
               if not BillStatusOK
                   DISPLAY "Warning - credit not written - status "
                       BillFileStatus
               end-if
           end-if.

       WriteNewChargeRecord.
               NewCourseRate * NewCourseHours
           move RunTerm to billterm
           move "BILL" to billtype
           move spaces to billawardcode
           perform GetNextBillSeq
           if SeqNotGiven
               DISPLAY "Warning - new course charge not written - "
                   "no sequence number."
           else
               write billrec
               if not BillStatusOK
                   DISPLAY "Warning - new course charge not written"
                       " - status " BillFileStatus
               end-if
           end-if.

      *Opens audit.dat for appending, creating it first the one time
