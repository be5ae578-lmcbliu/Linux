       identification division.
       program-id. Withdraw.
       Author. Bo Liu.
      *Mid-term withdrawal from a course in one keyed action. The
      *week of term is counted from the term's refund schedule on
      *refsched.dat, and the schedule's band for that week gives the
      *percentage of the course's charge refunded - what the course
      *still stands billed at for the term, net of credits and aid,
      *the same sum a course transfer backs out. The enrollment is
      *marked W, freeing the seat for the waitlist promotion run; a
      *W goes on the grades master so the transcript shows the
      *withdrawal without it counting in any GPA; the refund is
      *posted to bills.dat as a CREDIT; and the withdrawal is
      *written to withdraw.dat for the term's withdrawal register.
      *Each step gets its own audit entry. A course already graded
      *cannot be withdrawn from.

       Environment division.
       input-output section.
       file-control.
           select studentfile assign to "C:\Cobol\students.dat"
               organization is indexed
               access mode is random
               record key is studentid
               file status is StudentFileStatus.
           select schedfile assign to "C:\Cobol\refsched.dat"
               organization is indexed
               access mode is random
               record key is rfsterm
               file status is SchedFileStatus.
           select enrollfile assign to "C:\Cobol\enroll.dat"
               organization is indexed
               access mode is dynamic
               record key is enrollkey
               file status is EnrollFileStatus.
           select gradefile assign to "C:\Cobol\grades.dat"
               organization is indexed
               access mode is dynamic
               record key is gradekey
               file status is GradeFileStatus.
           select billfile assign to "C:\Cobol\bills.dat"
               organization is indexed
               access mode is dynamic
               record key is billkey
               file status is BillFileStatus.
           select withdrawfile assign to "C:\Cobol\withdraw.dat"
               organization is line sequential
               file status is WithdrawFileStatus.
           select auditfile assign to "C:\Cobol\audit.dat"
               organization is line sequential
               file status is AuditFileStatus.

       Data division.
       file section.
       FD studentfile.
           COPY STUDENT.

       FD schedfile.
           COPY REFSCHED.

       FD enrollfile.
           COPY ENROLL.

       FD gradefile.
           COPY GRADES.

       FD billfile.
           COPY BILLS.

       FD withdrawfile.
           COPY WITHDRAW.

       FD auditfile.
           COPY AUDIT.

       Working-storage section.
       01 StudentFileStatus     pic xx.
           88 StatusOK          value "00".
           88 StatusNotFound    value "35".

       01 SchedFileStatus       pic xx.
           88 SchedStatusOK     value "00".
           88 SchedStatusNotFnd value "35".

       01 EnrollFileStatus      pic xx.
           88 EnrollStatusOK    value "00".
           88 EnrollStatusNotFnd value "35".

       01 GradeFileStatus       pic xx.
           88 GradeStatusOK     value "00".
           88 GradeStatusNotFnd value "35".

       01 BillFileStatus        pic xx.
           88 BillStatusOK      value "00".
           88 BillStatusNotFnd  value "35".

       01 WithdrawFileStatus    pic xx.
           88 WithdrawStatusOK  value "00".
           88 WithdrawStatusNotFnd value "35".

       01 AuditFileStatus       pic xx.
           88 AuditStatusOK     value "00".
           88 AuditStatusNotFound value "35".

       01 EndOfBills            pic x value "N".
           88 AllBillsRead      value "Y".

       01 WithdrawWork.
           05 WantedStudentId   pic 9(7).
           05 WantedCourseCode  pic x(4).
           05 CourseNet         pic s9(8)v99.
           05 ChargeAmount      pic 9(6)v99.
           05 RefundAmount      pic 9(6)v99.
           05 ConfirmReply      pic x.
               88 WithdrawConfirmed value "Y" "y".
           05 GradeOnFileFlag   pic x.
               88 GradeRecordOnFile value "Y".
           05 GradedFlag        pic x.
               88 AlreadyGraded value "Y".
           05 ActiveFlag        pic x.
               88 HoldsCourse   value "Y".
           05 RefundPostFlag    pic x.
               88 RefundPosted  value "Y".

      *The week of term is fixed for the whole run - it is the same
      *for every withdrawal keyed today - and so is the refund it
      *earns.
       01 RefundTerms.
           05 WeekOfTerm        pic 9(2).
           05 DaysIntoTerm      pic s9(5).
           05 RefundPercent     pic 9(3).
           05 BandIdx           pic 9.
           05 BandFoundFlag     pic x.
               88 BandFound     value "Y".
           05 ScheduleFlag      pic x.
               88 ScheduleFound value "Y".

       01 DisplayWork.
           05 DispAmount        pic zzz,zz9.99.
           05 DispRefund        pic zzz,zz9.99.
           05 DispPercent       pic zz9.

       01 WithdrawCounts.
           05 WithdrawnCount    pic 9(5) value zero.

      *The term every withdrawal of this run lands in - withdrawals
      *happen in-term, so it is derived, not keyed.
       01 RunTerm               pic x(6).
       01 RunDateYMD            pic 9(8).

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

       01 AuditImages.
           05 AuditAction       pic x(6).
           05 OldRecordImage    pic x(68).
           05 NewRecordImage    pic x(68).

      *Run-journal tallies - withdrawals keyed and records written.
       01 RunTallies.
           05 ReadTally         pic 9(7) value zero.
           05 WriteTally        pic 9(7) value zero.

           COPY JRNLAREA.
           COPY OPRAREA.
           COPY SEQAREA.

       Procedure division.
       begin.
           initialize jrnlarea
           move "Withdraw" to jrnlprogram
           set JournalStart to true
           call "RunJournal" using jrnlarea
           set JournalClean to true
      *    A called program keeps its working storage between calls,
      *    so the tallies are reset here or repeat runs inflate the
      *    journal counts.
           initialize RunTallies
           initialize WithdrawCounts
           ACCEPT RunDateYMD FROM DATE YYYYMMDD
           call "CurrentTerm" using RunTerm
      *    The operator signed on at the menu; run on its own, the
      *    program has its operator sign on before going further.
           move "Withdraw" to oprprogram
           set OprGetSession to true
           call "OperSession" using oprarea
           move oprid to OperatorId
           perform FindRefundTerms
           if ScheduleFound
               open input studentfile
               perform CheckStudentOpenStatus
               if StatusOK
                   perform OpenEnrollFile
                   if EnrollStatusOK
                       perform OpenGradeFile
                       if GradeStatusOK
                           perform OpenAuditFile
                           perform OpenWithdrawFile
                           DISPLAY "Withdrawal - StudentId 0 ends"
                               " the run"
                           perform GetWithdrawEntry
                           perform until WantedStudentId = zero
                               add 1 to ReadTally
                               perform ApplyWithdrawEntry
                               perform GetWithdrawEntry
                           end-perform
                           close withdrawfile
                           close auditfile
                           close gradefile
                       end-if
                       close enrollfile
                   end-if
                   close studentfile
               end-if
               DISPLAY WithdrawnCount " withdrawal(s) recorded."
           end-if
           set JournalEnd to true
           move OperatorId to jrnloperator
           move ReadTally to jrnlreads
           move WriteTally to jrnlwrites
           call "RunJournal" using jrnlarea
           goback.

      *Without a schedule for the term nobody can be told what they
      *get back, so nothing is withdrawn until one is set up.
       FindRefundTerms.
           move "N" to ScheduleFlag
           open input schedfile
           if not SchedStatusOK
               DISPLAY "refsched.dat will not open - status "
                   SchedFileStatus ". Set up the refund schedule"
                   " first."
               set JournalError to true
           else
               move RunTerm to rfsterm
               read schedfile
                   invalid key
                       DISPLAY "No refund schedule for " RunTerm
                           " - set it up before any withdrawal."
                       set JournalError to true
                   not invalid key
                       set ScheduleFound to true
                       perform WorkOutRefundPercent
               end-read
               close schedfile
           end-if.

      *Week 1 runs from the schedule's start date for seven days; a
      *withdrawal before the term starts counts as week 1. The first
      *band reaching the week gives the refund, and a week past the
      *last band gets none.
       WorkOutRefundPercent.
           compute DaysIntoTerm =
               function integer-of-date (RunDateYMD)
               - function integer-of-date (rfsstartdate)
           if DaysIntoTerm < zero
               move 1 to WeekOfTerm
           else
               compute WeekOfTerm = DaysIntoTerm / 7 + 1
           end-if
           move zero to RefundPercent
           move "N" to BandFoundFlag
           perform FindRefundBand
               varying BandIdx from 1 by 1
               until BandIdx > 6 or BandFound
           move RefundPercent to DispPercent
           DISPLAY RunTerm " is in week " WeekOfTerm " - a withdrawal"
               " today is refunded " DispPercent "%.".

       FindRefundBand.
           if rfsthroughweek (BandIdx) = zero
               set BandFound to true
           else
               if rfsthroughweek (BandIdx) >= WeekOfTerm
                   move rfspercent (BandIdx) to RefundPercent
                   set BandFound to true
               end-if
           end-if.

       GetWithdrawEntry.
           DISPLAY "Enter student id (0 to end): " WITH NO ADVANCING.
           ACCEPT WantedStudentId.
           if WantedStudentId not = zero
               DISPLAY "Enter course code withdrawn from: "
                   WITH NO ADVANCING
               ACCEPT WantedCourseCode
           end-if.

      *Opens enroll.dat for update. The seat given up lives on the
      *enrollment master, so without it nothing can be withdrawn.
       OpenEnrollFile.
           open i-o enrollfile
           if not EnrollStatusOK
               DISPLAY "enroll.dat will not open - status "
                   EnrollFileStatus ". No withdrawals."
               set JournalError to true
           end-if.

      *Opens grades.dat for update, creating it first the one time
      *it does not exist yet.
       OpenGradeFile.
           open i-o gradefile
           if GradeStatusNotFnd
               open output gradefile
               close gradefile
               open i-o gradefile
           end-if
           if not GradeStatusOK
               DISPLAY "grades.dat will not open - status "
                   GradeFileStatus ". No withdrawals."
               set JournalError to true
           end-if.

      *Opens withdraw.dat for appending, creating it first the one
      *time it does not exist yet.
       OpenWithdrawFile.
           open extend withdrawfile
           if WithdrawStatusNotFnd
               open output withdrawfile
               close withdrawfile
               open extend withdrawfile
           end-if
           if not WithdrawStatusOK
               DISPLAY "Warning - withdraw.dat will not open - status "
                   WithdrawFileStatus ". Withdrawals will not reach"
                   " the register."
           end-if.

      *Direct READ of students.dat by StudentId - the record must be
      *on file before anyone can withdraw from anything.
       ApplyWithdrawEntry.
           move WantedStudentId to studentid
           read studentfile
               invalid key
                   DISPLAY "Student id " WantedStudentId
                       " not on file - nothing withdrawn."
               not invalid key
                   perform JudgeWithdrawal
           end-read.

      *The student must hold the course this term and must not have
      *been graded on it yet - a graded course is finished, not
      *withdrawn from.
       JudgeWithdrawal.
           perform FindTheirEnrollment
           perform FindTheirGrade
           evaluate true
               when not HoldsCourse
                   DISPLAY "Student " WantedStudentId " is not on "
                       WantedCourseCode " for " RunTerm
                       " - nothing withdrawn."
               when AlreadyGraded
                   DISPLAY "Student " WantedStudentId " already has a "
                       "grade on " WantedCourseCode " for " RunTerm
                       " - nothing withdrawn."
               when other
                   perform ConfirmWithdrawal
           end-evaluate.

       FindTheirEnrollment.
           move "N" to ActiveFlag
           move WantedStudentId to enrstudentid
           move WantedCourseCode to enrcoursecode
           move RunTerm to enrterm
           read enrollfile
               invalid key
                   continue
               not invalid key
                   if EnrollActive
                       set HoldsCourse to true
                   end-if
           end-read.

       FindTheirGrade.
           move "N" to GradeOnFileFlag
           move "N" to GradedFlag
           move WantedStudentId to gradestudentid
           move WantedCourseCode to gradecoursecode
           move RunTerm to gradeterm
           read gradefile
               invalid key
                   continue
               not invalid key
                   set GradeRecordOnFile to true
                   if not GradeWithdrawn
                       set AlreadyGraded to true
                   end-if
           end-read.

      *The operator sees what the student will get back before
      *anything is written.
       ConfirmWithdrawal.
           perform FindCourseNet
           if CourseNet > zero
               move CourseNet to ChargeAmount
           else
               move zero to ChargeAmount
           end-if
           compute RefundAmount rounded =
               ChargeAmount * RefundPercent / 100
           move ChargeAmount to DispAmount
           move RefundAmount to DispRefund
           DISPLAY "Student " WantedStudentId " " surname " "
               initials " - " WantedCourseCode " " RunTerm
           DISPLAY "  Charge " DispAmount "  refund " DispPercent
               "% = " DispRefund
           DISPLAY "Withdraw the student (Y/N)? " WITH NO ADVANCING
           ACCEPT ConfirmReply
           if WithdrawConfirmed
               perform WithdrawStudent
           else
               DISPLAY "Nothing withdrawn."
           end-if.

      *The seat goes first - the enrollment marked W with an ENRWDR
      *audit entry - and only once it is given up do the W grade,
      *the refund and the register entry follow it.
       WithdrawStudent.
           perform ReleaseSeat
           if EnrollStatusOK
               add 1 to WithdrawnCount
               perform RecordWithdrawnGrade
               move "N" to RefundPostFlag
               if RefundAmount > zero
                   perform PostRefundCredit
               end-if
               perform WriteWithdrawRecord
               DISPLAY "Student " WantedStudentId " withdrawn from "
                   WantedCourseCode
               DISPLAY "A seat opened on " WantedCourseCode " - run"
                   " the waitlist promotion to fill it."
           end-if.

       ReleaseSeat.
           move WantedStudentId to enrstudentid
           move WantedCourseCode to enrcoursecode
           move RunTerm to enrterm
           read enrollfile
               invalid key
                   continue
               not invalid key
                   move enrollrec to OldRecordImage
                   move "W" to enrstatus
                   rewrite enrollrec
           end-read
           if EnrollStatusOK
               add 1 to WriteTally
               move "ENRWDR" to AuditAction
               move enrollrec to NewRecordImage
               perform WriteAuditRecord
           else
               DISPLAY "Student " WantedStudentId " enrollment on "
                   WantedCourseCode " not rewritten - status "
                   EnrollFileStatus ". Nothing withdrawn."
           end-if.

      *A W carries no marks and is not a pass. An earlier W for the
      *course this term is simply written over.
       RecordWithdrawnGrade.
           if GradeRecordOnFile
               move graderec to OldRecordImage
           else
               move spaces to OldRecordImage
           end-if
           move WantedStudentId to gradestudentid
           move WantedCourseCode to gradecoursecode
           move RunTerm to gradeterm
           move zero to grademarks
           move "W" to gradeletter
           move "N" to gradepassflag
           if GradeRecordOnFile
               rewrite graderec
           else
               write graderec
           end-if
           if GradeStatusOK
               add 1 to WriteTally
               move "GRDWDR" to AuditAction
               move graderec to NewRecordImage
               perform WriteAuditRecord
           else
               DISPLAY "Warning - W grade for student " WantedStudentId
                   " not written - status " GradeFileStatus
           end-if.

      *What the student still owes on the course this term - its
      *charges less any credits, an aid award posted against it
      *included, so the refund is only ever a share of what was
      *actually charged to them. A keyed START at the student and
      *term, then forward reads until either changes.
       FindCourseNet.
           move zero to CourseNet
           move "N" to EndOfBills
           open input billfile
           if BillStatusNotFnd
               continue
           else
               if not BillStatusOK
                   DISPLAY "bills.dat will not open - status "
                       BillFileStatus
               else
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
                       if billcoursecode = WantedCourseCode
                           if BillIsCredit
                               subtract billamount from CourseNet
                           else
                               add billamount to CourseNet
                           end-if
                       end-if
                       perform ReadBillRecord
                   end-perform
                   close billfile
               end-if
           end-if.

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

      *The credit takes the next number NextSeq hands out; no number
      *means nothing is written. Only a credit that is on bills.dat
      *counts as posted.
       PostRefundCredit.
           open i-o billfile
           if BillStatusNotFnd
               open output billfile
               close billfile
               open i-o billfile
           end-if
           if not BillStatusOK
               DISPLAY "Warning - bills.dat will not open - status "
                   BillFileStatus ". Refund NOT posted for "
                   WantedStudentId "."
           else
               move WantedStudentId to billstudentid
               move WantedCourseCode to billcoursecode
               move RunDateYMD to billdate
               move zero to billcredithours
               move zero to billrate
               move RefundAmount to billamount
               move RunTerm to billterm
               move "CREDIT" to billtype
               move spaces to billawardcode
               set SeqGetNext to true
               move "bills" to seqfilename
               move 9999999 to seqlimit
               call "NextSeq" using seqarea
               move seqnumber to billseqno
               if SeqNotGiven
                   DISPLAY "Warning - refund credit not written - "
                       "no sequence number."
               else
                   write billrec
                   if BillStatusOK
                       add 1 to WriteTally
                       set RefundPosted to true
                   else
                       DISPLAY "Warning - refund credit not written"
                           " - status " BillFileStatus
                   end-if
               end-if
               close billfile
           end-if.

       WriteWithdrawRecord.
           move WantedStudentId to wdstudentid
           move WantedCourseCode to wdcoursecode
           move RunTerm to wdterm
           move RunDateYMD to wddate
           move WeekOfTerm to wdweek
           move RefundPercent to wdpercent
           move ChargeAmount to wdcharge
      *    A refund that did not reach bills.dat is recorded as
      *    none, so the register shows it against the percentage it
      *    was due at and nothing counts it as credited.
           if RefundPosted
               move RefundAmount to wdrefund
           else
               move zero to wdrefund
               if RefundAmount > zero
                   DISPLAY "Refund of " DispRefund " NOT posted - "
                       "credit it by hand; the register shows it "
                       "unposted."
                   set JournalError to true
               end-if
           end-if
           move OperatorId to wdoperator
           if WithdrawStatusOK
               write wdrec
               if WithdrawStatusOK
                   add 1 to WriteTally
               else
                   DISPLAY "Warning - withdrawal for student "
                       WantedStudentId " not written to the register"
                       " - status " WithdrawFileStatus
               end-if
           end-if
           move "WDRAWL" to AuditAction
           move spaces to OldRecordImage
           move wdrec to NewRecordImage
           perform WriteAuditRecord.

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
                   AuditFileStatus ". Withdrawals will not be logged."
           end-if.

      *Logs who withdrew this student and when, with the before and
      *after record images.
       WriteAuditRecord.
           ACCEPT AuditDate FROM DATE YYYYMMDD.
           ACCEPT AuditTime FROM TIME.
           move WantedStudentId to audstudentid
           move OperatorId to audoperator
           move AuditDate to audactiondate
           move AuditTime to audactiontime
           move AuditAction to audaction
           move OldRecordImage to audoldrecord
           move NewRecordImage to audnewrecord
           if AuditStatusOK
               write auditrec
               if not AuditStatusOK
                   DISPLAY "Warning - audit entry for student "
                       WantedStudentId " was not written - status "
                       AuditFileStatus
               end-if
           end-if.

      *Gives the operator a plain-English message instead of letting
      *a bad OPEN abend the run.
       CheckStudentOpenStatus.
           evaluate true
               when StatusOK
                   continue
               when StatusNotFound
                   DISPLAY "students.dat not found."
                   set JournalError to true
               when other
                   DISPLAY "students.dat will not open - status "
                       StudentFileStatus
                   set JournalError to true
           end-evaluate.
